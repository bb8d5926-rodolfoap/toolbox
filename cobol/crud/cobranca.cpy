      * -----------------------------------
      * HISTÓRICO DA RÉGUA DE COBRANÇA (cobranca.dat), GRAVADO PELO
      * COBRANCA: UMA ENTRADA POR AVISO EMITIDO, CHAVEADA POR CARNET
      * + COMPETÊNCIA COBRADA + ESTÁGIO (1 LEMBRETE, 2 COBRANÇA
      * FORMAL, 3 AVISO FINAL). A CHAVE É O QUE IMPEDE QUE O MESMO
      * ESTÁGIO SAIA DUAS VEZES PARA A MESMA COMPETÊNCIA. QUANDO O
      * PAGCARGA TRAZ A COMPETÊNCIA COMO PAGA, A RÉGUA PARA E AS
      * ENTRADAS DELA PASSAM DE "E" (EMITIDO) PARA "Q" (QUITADO).
       01 COB-REC.
           05 COB-KEY.
               10 COB-CARNET      PIC 9(09).
               10 COB-COMPETENCIA PIC 9(06).
               10 COB-ESTAGIO     PIC 9(01).
                   88 COB-LEMBRETE VALUE 1.
                   88 COB-FORMAL   VALUE 2.
                   88 COB-FINAL    VALUE 3.
           05 COB-DATA-ENVIO      PIC 9(08).
      * CANAL DO AVISO: O TIPO DO CONTATO PREFERIDO (FONE/CEL/EMAIL)
      * OU "CARTA" PARA O ENDEREÇO ESTRUTURADO
           05 COB-CANAL           PIC X(05).
           05 COB-DESTINO         PIC X(40).
           05 COB-VALOR-ABERTO    PIC 9(09)V99.
           05 COB-SITUACAO        PIC X(01).
               88 COB-EMITIDO VALUE "E".
               88 COB-QUITADO VALUE "Q".
           05 COB-DATA-QUITACAO   PIC 9(08).
           05 FILLER              PIC X(10).
