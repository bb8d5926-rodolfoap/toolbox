       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.

      * INTERFACE DIÁRIA DE RECEBÍVEIS PARA A CONTABILIDADE: RODA
      * DEPOIS DO PAGCARGA E TRANSFORMA O MOVIMENTO DO DIA NO LIVRO DE
      * PAGAMENTOS (pagamentos.dat) EM contabil_interface.csv,
      * RESUMIDO POR AGÊNCIA DO CLIENTE (MESTRE-AGENCIA; CARNET FORA
      * DO CADASTRO CONTA NA 000, COMO NO RELOPER) E COMPETÊNCIA.
      * O MOVIMENTO É A DIFERENÇA ENTRE O LIVRO E O RETRATO DO QUE JÁ
      * FOI CONTABILIZADO (pagcont.dat):
      *   - ABERTURA: CARNET/COMPETÊNCIA AINDA NÃO CONTABILIZADO
      *     (DÉBITO EM RECEBÍVEIS, PELO VALOR DO LIVRO);
      *   - PAGAMENTO: COMPETÊNCIA QUE PASSOU DE "A" PARA "P", OU QUE
      *     JÁ ENTRA PAGA (CRÉDITO EM RECEBÍVEIS, PELO VALOR PAGO);
      *   - ESTORNO: COMPETÊNCIA QUE VOLTOU DE "P" PARA "A" (DÉBITO EM
      *     RECEBÍVEIS, PELO VALOR QUE TINHA SIDO CREDITADO).
      * PAGA QUE CONTINUA PAGA COM OUTRO VALOR (BAIXA DO BALCÃO
      * CORRIGIDA PELO RETORNO DO FATURAMENTO) SAI COMO ESTORNO DO
      * VALOR ANTIGO MAIS PAGAMENTO DO NOVO. O ARQUIVO LEVA CABEÇALHO
      * ("H", DATA DO MOVIMENTO), UMA LINHA "D" POR AGÊNCIA E
      * COMPETÊNCIA COM QUANTIDADES, VALORES E TOTAIS DE DÉBITO E
      * CRÉDITO, E RODAPÉ ("T") COM A QUANTIDADE DE LINHAS "D", A DE
      * MOVIMENTOS E OS TOTAIS DE DÉBITO E CRÉDITO PARA A
      * CONTABILIDADE CONFERIR. contabil.lst TRAZ OS MESMOS TOTAIS POR
      * AGÊNCIA PARA O VISTO ANTES DO ENVIO.
      * A PRIMEIRA EXECUÇÃO (SEM pagcont.dat) CONTABILIZA O LIVRO
      * INTEIRO COMO ABERTURA (E PAGAMENTO, PARA AS PAGAS), SERVINDO
      * DE CARGA INICIAL DO SALDO.
      * contabil.ctl GUARDA A DATA DO ÚLTIMO MOVIMENTO GERADO E SE O
      * RETRATO JÁ FOI ATUALIZADO: REEXECUÇÃO NA MESMA DATA NÃO GERA
      * NOVA INTERFACE (NÃO HÁ LANÇAMENTO EM DOBRO). O MOVIMENTO
      * GERADO FICA EM contabil_mov.dat ATÉ SER APLICADO AO RETRATO;
      * SE O PROGRAMA CAIR ENTRE AS DUAS COISAS, A EXECUÇÃO SEGUINTE
      * TERMINA A APLICAÇÃO ANTES DE QUALQUER OUTRA COISA.
      * COMPETÊNCIA EM ABERTO QUE SÓ MUDA DE VALOR NÃO É MOVIMENTO
      * (O RETRATO FICA COM O VALOR JÁ CONTABILIZADO).
      * RC=2 SE A TABELA DE AGÊNCIA/COMPETÊNCIA ESTOURAR (NADA É
      * GERADO E O CONTROLE NÃO AVANÇA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT-PAG
               RECORD KEY IS PAG-KEY.
           SELECT PCTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-PCT
               RECORD KEY IS PCT-KEY.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT MOVIMENTO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-MOV.
           SELECT CSV-OUT ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-CTL.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTOS VALUE OF FILE-ID IS "pagamentos.dat".
           COPY pagamento.

       FD PCTOS VALUE OF FILE-ID IS "pagcont.dat".
           COPY pagcont.

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD MOVIMENTO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "contabil_mov.dat".
       01 MOV-LINHA PIC X(43).

       FD CSV-OUT LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "contabil_interface.csv".
       01 CSV-LINHA PIC X(120).

       FD CONTROLE LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "contabil.ctl".
       01 CTL-LINHA PIC X(09).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "contabil.lst".
       01 LINHA-REL PIC X(122).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAG PIC 9(02).
       77 FS-STAT-PCT PIC 9(02).
           88 FS-PCT-NAO-EXISTE VALUE 35.
       77 FS-STAT-MOV PIC 9(02).
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK VALUE ZEROS.
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-MOVIMENTO PIC 9 VALUE 0.
       77 WS-CADASTRO PIC X VALUE "N".
           88 CADASTRO-ABERTO VALUE "S".
       77 WS-TEM-RETRATO PIC X VALUE "N".
           88 TEM-RETRATO VALUE "S".

       77 WS-TOTAL-LIDOS      PIC 9(08) VALUE 0.
       77 WS-TOTAL-MOVIMENTOS PIC 9(08) VALUE 0.
       77 WS-TOTAL-LINHAS     PIC 9(06) VALUE 0.
       77 WS-TOTAL-APLICADOS  PIC 9(08) VALUE 0.
       77 WS-TOTAL-DEBITO     PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-CREDITO    PIC 9(11)V99 VALUE 0.

       01 WS-CTL-REC.
           05 CTL-ULTIMA-DATA PIC 9(08).
           05 CTL-SITUACAO    PIC X(01).
               88 CTL-GERADO    VALUE "G".
               88 CTL-CONCLUIDO VALUE "C".
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

      * AGÊNCIA DO CARNET CORRENTE; O LIVRO VEM EM ORDEM DE CARNET,
      * ENTÃO O CADASTRO SÓ É LIDO NA TROCA DE CARNET
       77 WS-CARNET-BUSCA  PIC 9(09) VALUE 0.
       77 WS-AGENCIA-BUSCA PIC 9(03) VALUE 0.

      * MOVIMENTO EM ACUMULAÇÃO
       77 WS-TIPO PIC X.
           88 TIPO-ABERTURA  VALUE "A".
           88 TIPO-PAGAMENTO VALUE "P".
           88 TIPO-ESTORNO   VALUE "E".
       77 WS-VALOR-MOV PIC 9(07)V99 VALUE 0.

      * ACUMULADOR POR AGÊNCIA/COMPETÊNCIA, MANTIDO EM ORDEM DE CHAVE
      * (INSERÇÃO ORDENADA) PARA A INTERFACE E O RESUMO SAÍREM
      * AGRUPADOS POR AGÊNCIA. BUSCA LINEAR, COMO NO RELOPER.
       77 WS-TAB-MAX PIC 9(04) VALUE 3000.
       77 WS-TAB-QTD PIC 9(04) VALUE 0.
       01 WS-TAB-MOV.
           05 WS-TAB-ENT OCCURS 3000 TIMES.
               10 WT-CHAVE.
                   15 WT-AGENCIA PIC 9(03).
                   15 WT-COMPET  PIC 9(06).
               10 WT-QTD-ABE PIC 9(06).
               10 WT-VAL-ABE PIC 9(11)V99.
               10 WT-QTD-PAG PIC 9(06).
               10 WT-VAL-PAG PIC 9(11)V99.
               10 WT-QTD-EST PIC 9(06).
               10 WT-VAL-EST PIC 9(11)V99.
       01 WS-CHAVE-BUSCA.
           05 WS-AGE-CHAVE    PIC 9(03).
           05 WS-COMPET-CHAVE PIC 9(06).
       77 WS-ESTOUROS PIC 9(06) VALUE 0.
       77 WS-I     PIC 9(04).
       77 WS-J     PIC 9(04).
       77 WS-ACHOU PIC 9(04).
       77 WS-LINHA-NOVA PIC X VALUE "N".
           88 LINHA-NOVA VALUE "S".

      * SUBTOTAL DA AGÊNCIA NO RESUMO
       77 WS-AGENCIA-ATUAL PIC 9(03) VALUE 0.
       77 WS-TEM-AGENCIA PIC X VALUE "N".
           88 TEM-AGENCIA VALUE "S".
       01 WS-SUB-AGENCIA.
           05 WS-SA-QTD-ABE PIC 9(06).
           05 WS-SA-VAL-ABE PIC 9(11)V99.
           05 WS-SA-QTD-PAG PIC 9(06).
           05 WS-SA-VAL-PAG PIC 9(11)V99.
           05 WS-SA-QTD-EST PIC 9(06).
           05 WS-SA-VAL-EST PIC 9(11)V99.
       77 WS-DEBITO  PIC 9(11)V99 VALUE 0.
       77 WS-CREDITO PIC 9(11)V99 VALUE 0.

      * LINHAS DO contabil_interface.csv
       01 WS-CABECALHO-CSV.
           05 FILLER      PIC X(02) VALUE "H,".
           05 WH-DATA     PIC 9(08).
           05 FILLER      PIC X(12) VALUE ",RECEBIVEIS".
       01 WS-DETALHE-CSV.
           05 FILLER      PIC X(02) VALUE "D,".
           05 WV-AGENCIA  PIC 9(03).
           05 FILLER      PIC X VALUE ",".
           05 WV-COMPET   PIC 9(06).
           05 FILLER      PIC X VALUE ",".
           05 WV-QTD-ABE  PIC 9(06).
           05 FILLER      PIC X VALUE ",".
           05 WV-VAL-ABE  PIC 9(11).99.
           05 FILLER      PIC X VALUE ",".
           05 WV-QTD-PAG  PIC 9(06).
           05 FILLER      PIC X VALUE ",".
           05 WV-VAL-PAG  PIC 9(11).99.
           05 FILLER      PIC X VALUE ",".
           05 WV-QTD-EST  PIC 9(06).
           05 FILLER      PIC X VALUE ",".
           05 WV-VAL-EST  PIC 9(11).99.
           05 FILLER      PIC X VALUE ",".
           05 WV-DEBITO   PIC 9(11).99.
           05 FILLER      PIC X VALUE ",".
           05 WV-CREDITO  PIC 9(11).99.
       01 WS-RODAPE-CSV.
           05 FILLER      PIC X(02) VALUE "T,".
           05 WT-LINHAS   PIC 9(06).
           05 FILLER      PIC X VALUE ",".
           05 WT-MOVIMENTOS PIC 9(08).
           05 FILLER      PIC X VALUE ",".
           05 WT-DEBITO   PIC 9(11).99.
           05 FILLER      PIC X VALUE ",".
           05 WT-CREDITO  PIC 9(11).99.

      * RESUMO IMPRESSO (contabil.lst)
       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.
       01 WS-CABECALHO.
           05 FILLER      PIC X(44) VALUE
              "INTERFACE CONTABIL - RECEBIVEIS DOS CARNETS".
           05 FILLER      PIC X(12) VALUE "  MOVIMENTO ".
           05 WC-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(05) VALUE "AGEN".
           05 FILLER      PIC X(09) VALUE "COMPET.".
           05 FILLER      PIC X(23) VALUE "   ABERTURAS".
           05 FILLER      PIC X(23) VALUE "   PAGAMENTOS".
           05 FILLER      PIC X(23) VALUE "   ESTORNOS".
           05 FILLER      PIC X(15) VALUE "       DEBITO".
           05 FILLER      PIC X(13) VALUE "      CREDITO".
       01 WS-DETALHE.
           05 WD-AGENCIA  PIC 9(03).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-MES      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WD-ANO      PIC 9(04).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-QTD-ABE  PIC ZZZ,ZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WD-VAL-ABE  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-QTD-PAG  PIC ZZZ,ZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WD-VAL-PAG  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-QTD-EST  PIC ZZZ,ZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WD-VAL-EST  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-DEBITO   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-CREDITO  PIC ZZ,ZZZ,ZZ9.99.
       01 WS-RODAPE-1.
           05 FILLER      PIC X(28) VALUE
              "LINHAS AGENCIA/COMPETENCIA: ".
           05 WR-LINHAS   PIC ZZZ,ZZ9.
           05 FILLER      PIC X(16) VALUE "   MOVIMENTOS: ".
           05 WR-MOVIMENTOS PIC ZZ,ZZZ,ZZ9.
       01 WS-RODAPE-2.
           05 FILLER      PIC X(14) VALUE "TOTAL DEBITO: ".
           05 WR-DEBITO   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(18) VALUE "   TOTAL CREDITO: ".
           05 WR-CREDITO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RODAPE-3.
           05 FILLER      PIC X(38) VALUE
              "CONFERIDO POR: ______________________".
           05 FILLER      PIC X(22) VALUE
              "  DATA: ___/___/____".

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM LE-CONTROLE.
           OPEN I-O PCTOS.
           IF FS-PCT-NAO-EXISTE
               OPEN OUTPUT PCTOS
               CLOSE PCTOS
               OPEN I-O PCTOS
           END-IF.
      * MOVIMENTO GERADO MAS NÃO APLICADO AO RETRATO: TERMINA A
      * APLICAÇÃO ANTES DE COMPARAR DE NOVO
           IF CTL-GERADO
               DISPLAY "APLICANDO MOVIMENTO PENDENTE DE "
                   CTL-ULTIMA-DATA
               PERFORM APLICA-MOVIMENTO THRU APLICA-MOVIMENTO-FIM
           END-IF.
           IF CTL-ULTIMA-DATA = WS-DH-DATA
               DISPLAY "MOVIMENTO DE " WS-DH-DATA
                   " JA CONTABILIZADO, NADA A GERAR"
               CLOSE PCTOS
               STOP RUN
           END-IF.
           OPEN INPUT PAGTOS.
           IF FS-STAT-PAG NOT = ZEROS
               DISPLAY "SEM pagamentos.dat, NADA A CONTABILIZAR"
               CLOSE PCTOS
               STOP RUN
           END-IF.
           OPEN INPUT FILE1.
           IF FS-OK
               MOVE "S" TO WS-CADASTRO
           END-IF.
           OPEN OUTPUT MOVIMENTO.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM COMPARA-ENTRADA UNTIL FINAL-ARQUIVO = 1.
           CLOSE PAGTOS.
           CLOSE MOVIMENTO.
           IF CADASTRO-ABERTO
               CLOSE FILE1
           END-IF.
           IF WS-ESTOUROS > 0
               DISPLAY "TABELA AGENCIA/COMPETENCIA ESTOUROU ("
                   WS-ESTOUROS " MOVIMENTOS FORA), INTERFACE NAO GERADA"
               CLOSE PCTOS
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GERA-INTERFACE.
           PERFORM IMPRIME-RESUMO.
      * INTERFACE GERADA: A PARTIR DAQUI UMA REEXECUÇÃO NA MESMA DATA
      * NÃO GERA OUTRA, SÓ TERMINA DE APLICAR O MOVIMENTO
           MOVE WS-DH-DATA TO CTL-ULTIMA-DATA.
           MOVE "G" TO CTL-SITUACAO.
           PERFORM GRAVA-CONTROLE.
           PERFORM APLICA-MOVIMENTO THRU APLICA-MOVIMENTO-FIM.
           CLOSE PCTOS.
           DISPLAY "LIDOS: "                  WS-TOTAL-LIDOS.
           DISPLAY "MOVIMENTOS: "             WS-TOTAL-MOVIMENTOS.
           DISPLAY "REGISTROS GRAVADOS: "     WS-TOTAL-LINHAS.
           DISPLAY "TOTAL DEBITO: "           WR-DEBITO.
           DISPLAY "TOTAL CREDITO: "          WR-CREDITO.
           STOP RUN.

      * -----------------------------------
      * SEM O CONTROLE NUNCA HOUVE MOVIMENTO GERADO
       LE-CONTROLE.
           MOVE ZEROS TO CTL-ULTIMA-DATA.
           MOVE "C" TO CTL-SITUACAO.
           OPEN INPUT CONTROLE.
           IF FS-CTL-OK
               READ CONTROLE INTO WS-CTL-REC
                   AT END CONTINUE
               END-READ
               CLOSE CONTROLE
           END-IF.

       GRAVA-CONTROLE.
           OPEN OUTPUT CONTROLE.
           WRITE CTL-LINHA FROM WS-CTL-REC.
           CLOSE CONTROLE.

      * -----------------------------------
      * COMPARA A ENTRADA DO LIVRO COM O RETRATO E ACUMULA O QUE
      * MUDOU; A SITUAÇÃO NOVA VAI PARA contabil_mov.dat.
       COMPARA-ENTRADA.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF PAG-CARNET NOT = WS-CARNET-BUSCA
               MOVE PAG-CARNET TO WS-CARNET-BUSCA
               PERFORM BUSCA-AGENCIA
           END-IF.
           MOVE PAG-KEY TO PCT-KEY.
           READ PCTOS
               INVALID KEY MOVE "N" TO WS-TEM-RETRATO
               NOT INVALID KEY MOVE "S" TO WS-TEM-RETRATO
           END-READ.
           IF NOT TEM-RETRATO
               MOVE "A" TO WS-TIPO
               MOVE PAG-VALOR TO WS-VALOR-MOV
               PERFORM ACUMULA-MOVIMENTO
               IF PAG-PAGO
                   MOVE "P" TO WS-TIPO
                   PERFORM ACUMULA-MOVIMENTO
               END-IF
               PERFORM GRAVA-MOVIMENTO
           ELSE
               EVALUATE TRUE
                   WHEN PCT-ABERTO AND PAG-PAGO
                       MOVE "P" TO WS-TIPO
                       MOVE PAG-VALOR TO WS-VALOR-MOV
                       PERFORM ACUMULA-MOVIMENTO
                       PERFORM GRAVA-MOVIMENTO
                   WHEN PCT-PAGO AND PAG-ABERTO
                       MOVE "E" TO WS-TIPO
                       MOVE PCT-VALOR TO WS-VALOR-MOV
                       PERFORM ACUMULA-MOVIMENTO
                       PERFORM GRAVA-MOVIMENTO
                   WHEN PCT-PAGO AND PAG-PAGO
                       AND PCT-VALOR NOT = PAG-VALOR
                       MOVE "E" TO WS-TIPO
                       MOVE PCT-VALOR TO WS-VALOR-MOV
                       PERFORM ACUMULA-MOVIMENTO
                       MOVE "P" TO WS-TIPO
                       MOVE PAG-VALOR TO WS-VALOR-MOV
                       PERFORM ACUMULA-MOVIMENTO
                       PERFORM GRAVA-MOVIMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

       GRAVA-MOVIMENTO.
           MOVE PAG-KEY            TO PCT-KEY.
           MOVE PAG-STATUS         TO PCT-STATUS.
           MOVE PAG-VALOR          TO PCT-VALOR.
           MOVE PAG-DATA-PAGAMENTO TO PCT-DATA-PAGAMENTO.
           MOVE WS-DH-DATA         TO PCT-DATA-CONTABIL.
           WRITE MOV-LINHA FROM PCT-REC.
           ADD 1 TO WS-TOTAL-MOVIMENTOS.

       BUSCA-AGENCIA.
           MOVE 0 TO WS-AGENCIA-BUSCA.
           IF CADASTRO-ABERTO
               MOVE WS-CARNET-BUSCA TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MESTRE-AGENCIA NUMERIC
                           MOVE MESTRE-AGENCIA TO WS-AGENCIA-BUSCA
                       END-IF
               END-READ
           END-IF.

      * -----------------------------------
      * SOMA O MOVIMENTO (WS-TIPO, WS-VALOR-MOV) NA LINHA DA AGÊNCIA
      * E COMPETÊNCIA, CRIANDO-A NA POSIÇÃO DE ORDEM SE FOR NOVA.
       ACUMULA-MOVIMENTO.
           MOVE WS-AGENCIA-BUSCA TO WS-AGE-CHAVE.
           MOVE PAG-COMPETENCIA  TO WS-COMPET-CHAVE.
           MOVE 0 TO WS-ACHOU.
           PERFORM PROCURA-POSICAO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TAB-QTD OR WS-ACHOU > 0.
           MOVE "N" TO WS-LINHA-NOVA.
           IF WS-ACHOU = 0
               MOVE "S" TO WS-LINHA-NOVA
               MOVE WS-I TO WS-ACHOU
           ELSE
               IF WT-CHAVE(WS-ACHOU) NOT = WS-CHAVE-BUSCA
                   MOVE "S" TO WS-LINHA-NOVA
               END-IF
           END-IF.
           IF LINHA-NOVA
               IF WS-TAB-QTD < WS-TAB-MAX
                   PERFORM ABRE-POSICAO
               ELSE
                   ADD 1 TO WS-ESTOUROS
                   MOVE 0 TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU > 0
               EVALUATE TRUE
                   WHEN TIPO-ABERTURA
                       ADD 1            TO WT-QTD-ABE(WS-ACHOU)
                       ADD WS-VALOR-MOV TO WT-VAL-ABE(WS-ACHOU)
                   WHEN TIPO-PAGAMENTO
                       ADD 1            TO WT-QTD-PAG(WS-ACHOU)
                       ADD WS-VALOR-MOV TO WT-VAL-PAG(WS-ACHOU)
                   WHEN TIPO-ESTORNO
                       ADD 1            TO WT-QTD-EST(WS-ACHOU)
                       ADD WS-VALOR-MOV TO WT-VAL-EST(WS-ACHOU)
               END-EVALUATE
           END-IF.

       PROCURA-POSICAO.
           IF WT-CHAVE(WS-I) NOT < WS-CHAVE-BUSCA
               MOVE WS-I TO WS-ACHOU
           END-IF.

      * DESLOCA AS LINHAS A PARTIR DE WS-ACHOU UMA POSIÇÃO PARA BAIXO
      * E ZERA A LINHA NOVA
       ABRE-POSICAO.
           PERFORM DESLOCA-LINHA
               VARYING WS-J FROM WS-TAB-QTD BY -1
               UNTIL WS-J < WS-ACHOU.
           ADD 1 TO WS-TAB-QTD.
           MOVE WS-CHAVE-BUSCA TO WT-CHAVE(WS-ACHOU).
           MOVE 0 TO WT-QTD-ABE(WS-ACHOU).
           MOVE 0 TO WT-VAL-ABE(WS-ACHOU).
           MOVE 0 TO WT-QTD-PAG(WS-ACHOU).
           MOVE 0 TO WT-VAL-PAG(WS-ACHOU).
           MOVE 0 TO WT-QTD-EST(WS-ACHOU).
           MOVE 0 TO WT-VAL-EST(WS-ACHOU).

       DESLOCA-LINHA.
           MOVE WS-TAB-ENT(WS-J) TO WS-TAB-ENT(WS-J + 1).

      * -----------------------------------
      * UMA LINHA "D" POR AGÊNCIA/COMPETÊNCIA, ENTRE CABEÇALHO E
      * RODAPÉ. DÉBITO = ABERTURAS + ESTORNOS; CRÉDITO = PAGAMENTOS.
       GERA-INTERFACE.
           OPEN OUTPUT CSV-OUT.
           MOVE WS-DH-DATA TO WH-DATA.
           WRITE CSV-LINHA FROM WS-CABECALHO-CSV.
           PERFORM GRAVA-LINHA-CSV
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAB-QTD.
           MOVE WS-TOTAL-LINHAS     TO WT-LINHAS.
           MOVE WS-TOTAL-MOVIMENTOS TO WT-MOVIMENTOS.
           MOVE WS-TOTAL-DEBITO     TO WT-DEBITO.
           MOVE WS-TOTAL-CREDITO    TO WT-CREDITO.
           WRITE CSV-LINHA FROM WS-RODAPE-CSV.
           CLOSE CSV-OUT.

       GRAVA-LINHA-CSV.
           COMPUTE WS-DEBITO = WT-VAL-ABE(WS-I) + WT-VAL-EST(WS-I).
           MOVE WT-VAL-PAG(WS-I) TO WS-CREDITO.
           MOVE WT-AGENCIA(WS-I) TO WV-AGENCIA.
           MOVE WT-COMPET(WS-I)  TO WV-COMPET.
           MOVE WT-QTD-ABE(WS-I) TO WV-QTD-ABE.
           MOVE WT-VAL-ABE(WS-I) TO WV-VAL-ABE.
           MOVE WT-QTD-PAG(WS-I) TO WV-QTD-PAG.
           MOVE WT-VAL-PAG(WS-I) TO WV-VAL-PAG.
           MOVE WT-QTD-EST(WS-I) TO WV-QTD-EST.
           MOVE WT-VAL-EST(WS-I) TO WV-VAL-EST.
           MOVE WS-DEBITO  TO WV-DEBITO.
           MOVE WS-CREDITO TO WV-CREDITO.
           WRITE CSV-LINHA FROM WS-DETALHE-CSV.
           ADD 1 TO WS-TOTAL-LINHAS.
           ADD WS-DEBITO  TO WS-TOTAL-DEBITO.
           ADD WS-CREDITO TO WS-TOTAL-CREDITO.

      * -----------------------------------
      * RESUMO IMPRESSO: AS MESMAS LINHAS DA INTERFACE, COM SUBTOTAL
      * NA QUEBRA DE AGÊNCIA E OS TOTAIS DO RODAPÉ PARA O VISTO.
       IMPRIME-RESUMO.
           OPEN OUTPUT RELATORIO.
           MOVE WS-DH-DATA TO WC-DATA.
           PERFORM NOVA-PAGINA.
           PERFORM IMPRIME-LINHA-RESUMO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAB-QTD.
           IF TEM-AGENCIA
               PERFORM FECHA-AGENCIA
           END-IF.
           MOVE WS-TOTAL-LINHAS     TO WR-LINHAS.
           MOVE WS-TOTAL-MOVIMENTOS TO WR-MOVIMENTOS.
           MOVE WS-TOTAL-DEBITO     TO WR-DEBITO.
           MOVE WS-TOTAL-CREDITO    TO WR-CREDITO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RODAPE-1.
           WRITE LINHA-REL FROM WS-RODAPE-2.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RODAPE-3.
           CLOSE RELATORIO.

       IMPRIME-LINHA-RESUMO.
           IF TEM-AGENCIA AND WT-AGENCIA(WS-I) NOT = WS-AGENCIA-ATUAL
               PERFORM FECHA-AGENCIA
           END-IF.
           IF NOT TEM-AGENCIA
               MOVE "S" TO WS-TEM-AGENCIA
               MOVE WT-AGENCIA(WS-I) TO WS-AGENCIA-ATUAL
               INITIALIZE WS-SUB-AGENCIA
           END-IF.
           ADD WT-QTD-ABE(WS-I) TO WS-SA-QTD-ABE.
           ADD WT-VAL-ABE(WS-I) TO WS-SA-VAL-ABE.
           ADD WT-QTD-PAG(WS-I) TO WS-SA-QTD-PAG.
           ADD WT-VAL-PAG(WS-I) TO WS-SA-VAL-PAG.
           ADD WT-QTD-EST(WS-I) TO WS-SA-QTD-EST.
           ADD WT-VAL-EST(WS-I) TO WS-SA-VAL-EST.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE WT-AGENCIA(WS-I) TO WD-AGENCIA.
           MOVE WT-COMPET(WS-I)(5:2) TO WD-MES.
           MOVE WT-COMPET(WS-I)(1:4) TO WD-ANO.
           MOVE WT-QTD-ABE(WS-I) TO WD-QTD-ABE.
           MOVE WT-VAL-ABE(WS-I) TO WD-VAL-ABE.
           MOVE WT-QTD-PAG(WS-I) TO WD-QTD-PAG.
           MOVE WT-VAL-PAG(WS-I) TO WD-VAL-PAG.
           MOVE WT-QTD-EST(WS-I) TO WD-QTD-EST.
           MOVE WT-VAL-EST(WS-I) TO WD-VAL-EST.
           COMPUTE WD-DEBITO = WT-VAL-ABE(WS-I) + WT-VAL-EST(WS-I).
           MOVE WT-VAL-PAG(WS-I) TO WD-CREDITO.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

      * LINHA DE TOTAL DA AGÊNCIA (COMPETÊNCIA EM BRANCO) E UMA LINHA
      * EM BRANCO ANTES DA PRÓXIMA
       FECHA-AGENCIA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS - 1
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE SPACES TO WS-DETALHE.
           MOVE WS-AGENCIA-ATUAL TO WD-AGENCIA.
           MOVE WS-SA-QTD-ABE TO WD-QTD-ABE.
           MOVE WS-SA-VAL-ABE TO WD-VAL-ABE.
           MOVE WS-SA-QTD-PAG TO WD-QTD-PAG.
           MOVE WS-SA-VAL-PAG TO WD-VAL-PAG.
           MOVE WS-SA-QTD-EST TO WD-QTD-EST.
           MOVE WS-SA-VAL-EST TO WD-VAL-EST.
           COMPUTE WD-DEBITO = WS-SA-VAL-ABE + WS-SA-VAL-EST.
           MOVE WS-SA-VAL-PAG TO WD-CREDITO.
           MOVE WS-DETALHE TO LINHA-REL.
           MOVE "TOTAL  " TO LINHA-REL(6:7).
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 2 TO WS-LINHAS-PAGINA.
           MOVE "N" TO WS-TEM-AGENCIA.

       NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WC-PAGINA.
           IF WS-PAGINA > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * LEVA O MOVIMENTO GERADO PARA O RETRATO E MARCA O CONTROLE
      * COMO CONCLUÍDO. REAPLICAR É INÓCUO (GRAVA A MESMA SITUAÇÃO).
       APLICA-MOVIMENTO.
           OPEN INPUT MOVIMENTO.
           IF FS-STAT-MOV NOT = ZEROS
               DISPLAY "SEM contabil_mov.dat, RETRATO NAO ATUALIZADO"
               GO TO APLICA-MOVIMENTO-CONTROLE
           END-IF.
           MOVE 0 TO FINAL-MOVIMENTO.
           READ MOVIMENTO INTO PCT-REC
               AT END MOVE 1 TO FINAL-MOVIMENTO
           END-READ.
           PERFORM APLICA-ENTRADA UNTIL FINAL-MOVIMENTO = 1.
           CLOSE MOVIMENTO.
       APLICA-MOVIMENTO-CONTROLE.
           MOVE "C" TO CTL-SITUACAO.
           PERFORM GRAVA-CONTROLE.
       APLICA-MOVIMENTO-FIM.
           EXIT.

       APLICA-ENTRADA.
           WRITE PCT-REC
               INVALID KEY
                   REWRITE PCT-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O RETRATO " PCT-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-TOTAL-APLICADOS.
           READ MOVIMENTO INTO PCT-REC
               AT END MOVE 1 TO FINAL-MOVIMENTO
           END-READ.
