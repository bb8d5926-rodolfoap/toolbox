      * -----------------------------------
      * BAIXAS MANUAIS DO BALCÃO (baixas.dat): PAGAMENTO EM ESPÉCIE
      * RECEBIDO NO CLIENTES (OPÇÃO B) ANTES DO RETORNO DO
      * FATURAMENTO. A CHAVE É O NÚMERO DO RECIBO ENTREGUE AO
      * CLIENTE (numeracao.dat, CHAVE "R"); A CHAVE ALTERNATIVA
      * CARNET+COMPETÊNCIA É COMO O PAGCARGA ACHA A BAIXA AO LER O
      * RETORNO. A BAIXA NASCE "P" (PENDENTE) E O PAGCARGA A FECHA:
      * "C" CONFIRMADA PELO RETORNO (PAGA, MESMO VALOR); "D"
      * DIVERGENTE (RETORNO PAGO COM OUTRO VALOR); "V" VENCIDA (SEM
      * CONFIRMAÇÃO NO PRAZO). "D" E "V" SAEM NO RELATÓRIO DE
      * EXCEÇÕES PARA O SUPERVISOR. "X" CANCELADA: O NÚMERO DO RECIBO
      * FOI TOMADO MAS O LIVRO NÃO PÔDE SER ATUALIZADO, E NENHUM
      * RECIBO FOI IMPRESSO; FICA SÓ PARA A NUMERAÇÃO NÃO TER BURACO.
       01 BX-REC.
           05 BX-KEY.
               10 BX-RECIBO       PIC 9(08).
           05 BX-PAG-KEY.
               10 BX-CARNET       PIC 9(09).
               10 BX-COMPETENCIA  PIC 9(06).
           05 BX-VALOR            PIC 9(07)V99.
           05 BX-DATA             PIC 9(08).
           05 BX-HORA             PIC 9(08).
           05 BX-OPERADOR         PIC X(10).
           05 BX-SITUACAO         PIC X(01).
               88 BX-PENDENTE   VALUE "P".
               88 BX-CONFIRMADA VALUE "C".
               88 BX-DIVERGENTE VALUE "D".
               88 BX-VENCIDA    VALUE "V".
               88 BX-CANCELADA  VALUE "X".
           05 BX-DATA-SITUACAO    PIC 9(08).
      * O QUE O RETORNO DO FATURAMENTO TROUXE PARA A COMPETÊNCIA
      * QUANDO A BAIXA FOI FECHADA (CONFERÊNCIA DA DIVERGÊNCIA)
           05 BX-RET-STATUS       PIC X(01).
           05 BX-RET-VALOR        PIC 9(07)V99.
           05 FILLER              PIC X(10).
