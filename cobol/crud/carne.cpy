      * -----------------------------------
      * CARNÊS DE PAGAMENTO JÁ EMITIDOS (carnes.dat), GRAVADO PELO
      * EMICARNE: UMA ENTRADA POR CARNÊ IMPRESSO, CHAVEADA POR
      * CARNET + PRIMEIRA COMPETÊNCIA DO PERÍODO (12 CUPONS). É O QUE
      * IMPEDE QUE O MESMO CARNET RECEBA DOIS CARNÊS PARA O MESMO
      * PERÍODO: SÓ A REIMPRESSÃO PEDIDA (reimprime.par) IMPRIME DE
      * NOVO, COM O MESMO VALOR E VENCIMENTO GRAVADOS AQUI, E CONTA
      * EM CRN-REIMPRESSOES.
       01 CRN-REC.
           05 CRN-KEY.
               10 CRN-CARNET         PIC 9(09).
               10 CRN-COMPET-INICIAL PIC 9(06).
           05 CRN-COMPET-FINAL       PIC 9(06).
           05 CRN-DATA-EMISSAO       PIC 9(08).
           05 CRN-VALOR              PIC 9(07)V99.
           05 CRN-DIA-VENCIMENTO     PIC 9(02).
      * POR QUE O CARNÊ FOI EMITIDO: CLIENTE NOVO, CARNET REEMITIDO
      * PELA TROCA, OU PEDIDO DE REIMPRESSÃO SEM CARNÊ ANTERIOR
           05 CRN-MOTIVO             PIC X(01).
               88 CRN-NOVO     VALUE "N".
               88 CRN-TROCA    VALUE "T".
               88 CRN-REIMPRESSO VALUE "R".
           05 CRN-REIMPRESSOES       PIC 9(03).
           05 CRN-DATA-REIMPRESSAO   PIC 9(08).
           05 FILLER                 PIC X(10).
