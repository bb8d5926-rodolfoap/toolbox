      * -----------------------------------
      * DEVOLUÇÕES DE CORREIO (devolucoes.dat): UM REGISTRO POR
      * CORRESPONDÊNCIA DEVOLVIDA, CHAVEADO POR CARNET + SEQUÊNCIA,
      * REGISTRADO NO CLIENTES (OPÇÃO D) OU CARREGADO PELO DEVCARGA
      * A PARTIR DO ARQUIVO DE DEVOLUÇÕES. O CLIENTE COM ALGUMA
      * DEVOLUÇÃO "P" (PENDENTE) ESTÁ COM O ENDEREÇO SOB SUSPEITA: O
      * SELECLI NÃO O INCLUI EM CARTAS NEM ETIQUETAS E O DEVLISTA O
      * PÕE NA LISTA DE TRABALHO DO BALCÃO. A ALTERAÇÃO DO ENDEREÇO
      * NO CLIENTES (OPÇÃO 3 OU LISTA) RESOLVE ("R") AS PENDENTES.
      * NA TROCA DE CARNET AS DEVOLUÇÕES PASSAM PARA O NÚMERO NOVO.
       01 DEV-REC.
           05 DEV-KEY.
               10 DEV-CARNET      PIC 9(09).
               10 DEV-SEQ         PIC 9(03).
      * DATA EM QUE A CORRESPONDÊNCIA VOLTOU (AAAAMMDD)
           05 DEV-DATA            PIC 9(08).
           05 DEV-MOTIVO          PIC X(02).
               88 DEV-MUDOU          VALUE "01".
               88 DEV-DESCONHECIDO   VALUE "02".
               88 DEV-RECUSADO       VALUE "03".
               88 DEV-END-INCOMPLETO VALUE "04".
               88 DEV-MOTIVO-VALIDO  VALUE "01" "02" "03" "04".
           05 DEV-ORIGEM          PIC X(01).
               88 DEV-ORIGEM-TELA    VALUE "T".
               88 DEV-ORIGEM-ARQUIVO VALUE "A".
           05 DEV-OPERADOR        PIC X(10).
      * ENDEREÇO PARA ONDE A CORRESPONDÊNCIA FOI MANDADA
           05 DEV-ENDERECO        PIC X(40).
           05 DEV-SITUACAO        PIC X(01).
               88 DEV-PENDENTE       VALUE "P".
               88 DEV-RESOLVIDA      VALUE "R".
           05 DEV-DATA-SITUACAO   PIC 9(08).
           05 DEV-OPER-SITUACAO   PIC X(10).
           05 FILLER              PIC X(10).
