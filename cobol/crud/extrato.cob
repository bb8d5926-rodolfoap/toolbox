       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.

      * EXTRATOS DE PAGAMENTO EM LOTE: PARA CADA CARNET LISTADO EM
      * extrato.par (UM POR LINHA), IMPRIME EM extratos.lst O EXTRATO
      * DO LIVRO DE PAGAMENTOS (pagamentos.dat) — TODAS AS
      * COMPETÊNCIAS COM SITUAÇÃO, VALOR, DATA DO PAGAMENTO E SALDO
      * EM ABERTO ACUMULADO — NO MESMO LEIAUTE DA OPÇÃO E DO
      * CLIENTES. O EXTRATO SEGUE A CADEIA DE TROCAS DE CARNET
      * (MESTRE-CARNET-SUCESSOR/ANTERIOR, ATÉ WS-CAD-MAX ELOS), ENTÃO
      * UM CLIENTE COM CARNET REEMITIDO VÊ TAMBÉM O QUE PAGOU NO
      * NÚMERO ANTIGO; O CABEÇALHO LEVA O NOME E O ENDEREÇO
      * ESTRUTURADO DO NÚMERO MAIS NOVO, PRONTO PARA ENTREGAR NO
      * BALCÃO OU ENVELOPAR. UM EXTRATO POR PÁGINA (EXTRATO LONGO
      * CONTINUA NA PÁGINA SEGUINTE). CARNET INVÁLIDO OU SEM CADASTRO
      * E SEM PAGAMENTOS É RELACIONADO NO FIM, NUMA PÁGINA PRÓPRIA
      * DEPOIS DO ÚLTIMO EXTRATO (ATÉ WS-REJ-MAX PEDIDOS; O EXCESSO É
      * SÓ CONTADO), E DÁ RC=1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT PAGTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-PAG
               RECORD KEY IS PAG-KEY.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "extrato.par".
       01 PAR-LINHA PIC X(20).

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD PAGTOS VALUE OF FILE-ID IS "pagamentos.dat".
           COPY pagamento.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "extratos.lst".
       01 LINHA-REL PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-PAG PIC 9(02).
       77 FINAL-PARAMETRO PIC 9 VALUE 0.
       77 FINAL-PAGTOS    PIC 9 VALUE 0.

       77 WS-TOTAL-LIDOS     PIC 9(06) VALUE 0.
       77 WS-TOTAL-EMITIDOS  PIC 9(06) VALUE 0.
       77 WS-TOTAL-REJEITADOS PIC 9(06) VALUE 0.
       77 WS-P-CARNET PIC 9(09) VALUE 0.

      * PEDIDOS REJEITADOS, GUARDADOS PARA A SEÇÃO DO FIM DO
      * RELATÓRIO
       77 WS-REJ-MAX PIC 9(04) VALUE 500.
       77 WS-REJ-QTD PIC 9(04) VALUE 0.
       77 WS-REJ-I   PIC 9(04) VALUE 0.
       77 WS-REJ-ESTOUROS PIC 9(06) VALUE 0.
       01 WS-TAB-REJ.
           05 WS-REJ-ENT OCCURS 500 TIMES.
               10 WJ-CARNET PIC X(09).
               10 WJ-MOTIVO PIC X(40).

      * CADEIA DE CARNETS DA TROCA, COMO NA CONSULTA DE HISTÓRICO DO
      * CLIENTES: WS-CAD-CARNET(1) É O NÚMERO MAIS NOVO
       77 WS-CAD-MAX PIC 9 VALUE 5.
       77 WS-CAD-QTD PIC 9 VALUE 0.
       77 WS-CAD-I   PIC 9 VALUE 0.
       77 WS-CAD-J   PIC 9 VALUE 0.
       77 WS-CAD-ATUAL PIC 9(09) VALUE 0.
       01 WS-CADEIA.
           05 WS-CAD-CARNET PIC 9(09) OCCURS 5 TIMES.

      * DADOS DO CLIENTE PARA O CABEÇALHO (DO NÚMERO MAIS NOVO)
       77 WS-TEM-CADASTRO PIC X VALUE "N".
           88 TEM-CADASTRO VALUE "S".
       01 WS-CLIENTE-EXT.
           05 WS-EXT-NOME       PIC X(40).
           05 WS-EXT-LOGRADOURO PIC X(30).
           05 WS-EXT-NUMERO     PIC X(06).
           05 WS-EXT-BAIRRO     PIC X(20).
           05 WS-EXT-CIDADE     PIC X(20).
           05 WS-EXT-CEP        PIC 9(08).
           05 WS-EXT-ENDERECO   PIC X(40).

       77 WS-EXT-QTD     PIC 9(04) VALUE 0.
       77 WS-EXT-ABERTAS PIC 9(04) VALUE 0.
       77 WS-EXT-SALDO   PIC 9(09)V99 VALUE 0.
       77 WS-EXT-PAGO    PIC 9(09)V99 VALUE 0.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.

       01 WS-CABECALHO.
           05 FILLER      PIC X(30) VALUE
              "EXTRATO DE PAGAMENTOS".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WB-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WB-PAGINA   PIC ZZ9.
       01 WS-CAB-CARNET.
           05 FILLER      PIC X(09) VALUE "CARNET: ".
           05 WB-CARNET   PIC 9(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WB-NOME     PIC X(40).
       01 WS-CAB-ENDERECO.
           05 FILLER      PIC X(09) VALUE SPACES.
           05 WB-LINHA-END PIC X(60).
       01 WS-CAB-CADEIA.
           05 FILLER      PIC X(29) VALUE
              "INCLUI OS CARNETS ANTERIORES:".
           05 WB-ANTERIOR PIC Z(9)9 OCCURS 4 TIMES.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(09) VALUE "COMPET.".
           05 FILLER      PIC X(08) VALUE "SITUAC".
           05 FILLER      PIC X(12) VALUE "       VALOR".
           05 FILLER      PIC X(02) VALUE SPACES.
           05 FILLER      PIC X(12) VALUE "PAGO EM".
           05 FILLER      PIC X(14) VALUE "  SALDO ABERTO".
      * MESMO LEIAUTE DA LINHA DA OPÇÃO E DO CLIENTES
       01 WS-DETALHE.
           05 WE-CARNET   PIC 9(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-MES      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-ANO      PIC 9(04).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-SITUACAO PIC X(06).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-VALOR    PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-DATA-PAG PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-SALDO    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DATA-FMT.
           05 WE-DIA      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-DMES     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-DANO     PIC 9(04).
       01 WS-RODAPE-EXTRATO.
           05 FILLER      PIC X(09) VALUE "ABERTAS: ".
           05 WX-ABERTAS  PIC ZZZ9.
           05 FILLER      PIC X(08) VALUE "  PAGO: ".
           05 WX-PAGO     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(16) VALUE "  SALDO ABERTO: ".
           05 WX-SALDO    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CAB-REJEITOS.
           05 FILLER      PIC X(40) VALUE
              "PEDIDOS SEM EXTRATO".
       01 WS-SUB-REJEITOS.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(40) VALUE "MOTIVO".
       01 WS-REJEITO.
           05 WR-CARNET   PIC X(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WR-MOTIVO   PIC X(40).
       01 WS-RODAPE.
           05 FILLER      PIC X(20) VALUE "EXTRATOS EMITIDOS: ".
           05 WR-TOTAL    PIC ZZZ,ZZ9.
           05 FILLER      PIC X(16) VALUE "  REJEITADOS: ".
           05 WR-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WB-DATA.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR NOT = ZEROS
               DISPLAY "SEM extrato.par, NADA A EMITIR"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAGTOS.
           IF FS-STAT-PAG NOT = ZEROS
               DISPLAY "SEM pagamentos.dat, NADA A EMITIR"
               CLOSE PARAMETRO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               CLOSE PARAMETRO
               CLOSE PAGTOS
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.
           PERFORM TRATA-PEDIDO UNTIL FINAL-PARAMETRO = 1.
           IF WS-TOTAL-REJEITADOS > 0
               PERFORM IMPRIME-REJEITADOS
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOTAL-EMITIDOS   TO WR-TOTAL.
           MOVE WS-TOTAL-REJEITADOS TO WR-REJEITADOS.
           WRITE LINHA-REL FROM WS-RODAPE.
           CLOSE PARAMETRO.
           CLOSE PAGTOS.
           CLOSE FILE1.
           CLOSE RELATORIO.
           DISPLAY "CARNETS LIDOS: "      WS-TOTAL-LIDOS.
           DISPLAY "EXTRATOS GRAVADOS: "  WS-TOTAL-EMITIDOS.
           DISPLAY "CARNETS REJEITADOS: " WS-TOTAL-REJEITADOS.
           IF WS-TOTAL-REJEITADOS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * UMA LINHA DO PEDIDO: LINHA EM BRANCO É IGNORADA.
       TRATA-PEDIDO.
           IF PAR-LINHA NOT = SPACES
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM EMITE-EXTRATO THRU EMITE-EXTRATO-FIM
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.

      * -----------------------------------
      * MONTA A CADEIA DO CARNET PEDIDO, LÊ O CADASTRO DO NÚMERO MAIS
      * NOVO E IMPRIME AS COMPETÊNCIAS DE CADA ELO, DO MAIS ANTIGO
      * PARA O MAIS NOVO.
       EMITE-EXTRATO.
           MOVE PAR-LINHA(1:9) TO WR-CARNET.
           MOVE PAR-LINHA(1:9) TO WS-P-CARNET.
           IF PAR-LINHA(1:9) NOT NUMERIC OR WS-P-CARNET = ZEROS
               MOVE "CARNET INVALIDO" TO WR-MOTIVO
               PERFORM REJEITA-PEDIDO
               GO TO EMITE-EXTRATO-FIM
           END-IF.
           PERFORM MONTA-CADEIA THRU MONTA-CADEIA-FIM.
           PERFORM LE-CLIENTE-EXTRATO.
           MOVE 0 TO WS-EXT-QTD.
           MOVE 0 TO WS-EXT-ABERTAS.
           MOVE 0 TO WS-EXT-SALDO.
           MOVE 0 TO WS-EXT-PAGO.
           PERFORM CONTA-COMPETENCIAS
               VARYING WS-CAD-I FROM 1 BY 1
               UNTIL WS-CAD-I > WS-CAD-QTD.
           IF WS-EXT-QTD = 0 AND NOT TEM-CADASTRO
               MOVE "SEM CADASTRO E SEM PAGAMENTOS" TO WR-MOTIVO
               PERFORM REJEITA-PEDIDO
               GO TO EMITE-EXTRATO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-EMITIDOS.
           MOVE 0 TO WS-EXT-SALDO.
           PERFORM NOVA-PAGINA.
           IF WS-EXT-QTD = 0
               MOVE "NENHUMA COMPETENCIA NO LIVRO DE PAGAMENTOS"
                   TO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           PERFORM IMPRIME-ELO
               VARYING WS-CAD-I FROM WS-CAD-QTD BY -1
               UNTIL WS-CAD-I < 1.
           MOVE WS-EXT-ABERTAS TO WX-ABERTAS.
           MOVE WS-EXT-PAGO    TO WX-PAGO.
           MOVE WS-EXT-SALDO   TO WX-SALDO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RODAPE-EXTRATO.
       EMITE-EXTRATO-FIM.
           EXIT.

      * O REJEITADO É GUARDADO PARA A SEÇÃO DO FIM; NO MEIO DOS
      * EXTRATOS ELE CAIRIA NA PÁGINA DO CLIENTE ANTERIOR
       REJEITA-PEDIDO.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           IF WS-REJ-QTD < WS-REJ-MAX
               ADD 1 TO WS-REJ-QTD
               MOVE WR-CARNET TO WJ-CARNET(WS-REJ-QTD)
               MOVE WR-MOTIVO TO WJ-MOTIVO(WS-REJ-QTD)
           ELSE
               ADD 1 TO WS-REJ-ESTOUROS
           END-IF.
           DISPLAY "CARNET " WR-CARNET ": " WR-MOTIVO.

      * -----------------------------------
      * MONTA A CADEIA DE CARNETS DA TROCA: SEGUE OS SUCESSORES ATÉ
      * O NÚMERO MAIS NOVO E DEPOIS COLETA PARA TRÁS PELOS
      * ANTECESSORES (MESMA REGRA DA MONTA-CADEIA DO CLIENTES).
       MONTA-CADEIA.
           MOVE 0 TO WS-CAD-QTD.
           MOVE WS-P-CARNET TO WS-CAD-ATUAL.
           PERFORM SEGUE-SUCESSOR
               VARYING WS-CAD-I FROM 1 BY 1
               UNTIL WS-CAD-I > WS-CAD-MAX.
           PERFORM COLETA-ANTERIOR
               VARYING WS-CAD-I FROM 1 BY 1
               UNTIL WS-CAD-I > WS-CAD-MAX
                   OR WS-CAD-ATUAL = ZEROS.
       MONTA-CADEIA-FIM.
           EXIT.

       SEGUE-SUCESSOR.
           MOVE WS-CAD-ATUAL TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MESTRE-TRANSFERIDO
                       AND MESTRE-CARNET-SUCESSOR NUMERIC
                       AND MESTRE-CARNET-SUCESSOR > 0
                       MOVE MESTRE-CARNET-SUCESSOR TO WS-CAD-ATUAL
                   END-IF
           END-READ.

       COLETA-ANTERIOR.
           ADD 1 TO WS-CAD-QTD.
           MOVE WS-CAD-ATUAL TO WS-CAD-CARNET(WS-CAD-QTD).
           MOVE WS-CAD-ATUAL TO MESTRE-CARNET.
           MOVE 0 TO WS-CAD-ATUAL.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MESTRE-CARNET-ANTERIOR NUMERIC
                       AND MESTRE-CARNET-ANTERIOR > 0
                       MOVE MESTRE-CARNET-ANTERIOR TO WS-CAD-ATUAL
                   END-IF
           END-READ.

      * -----------------------------------
      * NOME E ENDEREÇO DO NÚMERO MAIS NOVO DA CADEIA; REGISTRO AINDA
      * SEM ENDEREÇO ESTRUTURADO SAI COM O TEXTO LIVRE.
       LE-CLIENTE-EXTRATO.
           MOVE "N" TO WS-TEM-CADASTRO.
           MOVE SPACES TO WS-CLIENTE-EXT.
           MOVE ZEROS TO WS-EXT-CEP.
           MOVE WS-CAD-CARNET(1) TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-CADASTRO
                   MOVE MESTRE-NOME       TO WS-EXT-NOME
                   MOVE MESTRE-LOGRADOURO TO WS-EXT-LOGRADOURO
                   MOVE MESTRE-NUMERO     TO WS-EXT-NUMERO
                   MOVE MESTRE-BAIRRO     TO WS-EXT-BAIRRO
                   MOVE MESTRE-CIDADE     TO WS-EXT-CIDADE
                   IF MESTRE-CEP NUMERIC
                       MOVE MESTRE-CEP TO WS-EXT-CEP
                   END-IF
                   MOVE MESTRE-ENDERECO   TO WS-EXT-ENDERECO
           END-READ.

      * -----------------------------------
      * PRIMEIRA PASSADA PELO LIVRO: SÓ CONTA, PARA SABER SE HÁ O
      * QUE IMPRIMIR ANTES DE ABRIR A PÁGINA DO EXTRATO.
       CONTA-COMPETENCIAS.
           MOVE 0 TO FINAL-PAGTOS.
           MOVE WS-CAD-CARNET(WS-CAD-I) TO PAG-CARNET.
           MOVE ZEROS TO PAG-COMPETENCIA.
           START PAGTOS KEY IS NOT LESS THAN PAG-KEY
               INVALID KEY MOVE 1 TO FINAL-PAGTOS
           END-START.
           PERFORM CONTA-COMPETENCIA UNTIL FINAL-PAGTOS = 1.

       CONTA-COMPETENCIA.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-PAGTOS
               NOT AT END
                   IF PAG-CARNET NOT = WS-CAD-CARNET(WS-CAD-I)
                       MOVE 1 TO FINAL-PAGTOS
                   ELSE
                       ADD 1 TO WS-EXT-QTD
                   END-IF
           END-READ.

      * -----------------------------------
      * IMPRIME AS COMPETÊNCIAS DE UM ELO DA CADEIA
       IMPRIME-ELO.
           MOVE 0 TO FINAL-PAGTOS.
           MOVE WS-CAD-CARNET(WS-CAD-I) TO PAG-CARNET.
           MOVE ZEROS TO PAG-COMPETENCIA.
           START PAGTOS KEY IS NOT LESS THAN PAG-KEY
               INVALID KEY MOVE 1 TO FINAL-PAGTOS
           END-START.
           PERFORM IMPRIME-COMPETENCIA UNTIL FINAL-PAGTOS = 1.

       IMPRIME-COMPETENCIA.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-PAGTOS
               NOT AT END
                   IF PAG-CARNET NOT = WS-CAD-CARNET(WS-CAD-I)
                       MOVE 1 TO FINAL-PAGTOS
                   ELSE
                       PERFORM IMPRIME-LINHA-EXTRATO
                   END-IF
           END-READ.

      * A LINHA LEVA O SALDO EM ABERTO ACUMULADO ATÉ ELA
       IMPRIME-LINHA-EXTRATO.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE PAG-CARNET TO WE-CARNET.
           MOVE PAG-COMPETENCIA(5:2) TO WE-MES.
           MOVE PAG-COMPETENCIA(1:4) TO WE-ANO.
           MOVE PAG-VALOR TO WE-VALOR.
           MOVE SPACES TO WE-DATA-PAG.
           IF PAG-PAGO
               MOVE "PAGA" TO WE-SITUACAO
               ADD PAG-VALOR TO WS-EXT-PAGO
               IF PAG-DATA-PAGAMENTO NUMERIC
                   AND PAG-DATA-PAGAMENTO > ZEROS
                   MOVE PAG-DATA-PAGAMENTO(7:2) TO WE-DIA
                   MOVE PAG-DATA-PAGAMENTO(5:2) TO WE-DMES
                   MOVE PAG-DATA-PAGAMENTO(1:4) TO WE-DANO
                   MOVE WS-DATA-FMT TO WE-DATA-PAG
               END-IF
           ELSE
               MOVE "ABERTA" TO WE-SITUACAO
               ADD PAG-VALOR TO WS-EXT-SALDO
               ADD 1 TO WS-EXT-ABERTAS
           END-IF.
           MOVE WS-EXT-SALDO TO WE-SALDO.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * CABEÇALHO DO EXTRATO: NOME, ENDEREÇO PARA ENVELOPAR E OS
      * NÚMEROS ANTERIORES DA CADEIA, SE HOUVER.
       NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WB-PAGINA.
           IF WS-PAGINA > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-CAD-CARNET(1) TO WB-CARNET.
           MOVE WS-EXT-NOME      TO WB-NOME.
           WRITE LINHA-REL FROM WS-CAB-CARNET.
           IF WS-EXT-LOGRADOURO NOT = SPACES
               MOVE SPACES TO WB-LINHA-END
               STRING FUNCTION TRIM(WS-EXT-LOGRADOURO)
                          DELIMITED BY SIZE
                      ", "                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXT-NUMERO)
                          DELIMITED BY SIZE
                      " - "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXT-BAIRRO)
                          DELIMITED BY SIZE
                   INTO WB-LINHA-END
               END-STRING
               WRITE LINHA-REL FROM WS-CAB-ENDERECO
               MOVE SPACES TO WB-LINHA-END
               STRING WS-EXT-CEP(1:5)          DELIMITED BY SIZE
                      "-"                      DELIMITED BY SIZE
                      WS-EXT-CEP(6:3)          DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXT-CIDADE)
                          DELIMITED BY SIZE
                   INTO WB-LINHA-END
               END-STRING
               WRITE LINHA-REL FROM WS-CAB-ENDERECO
           ELSE
               MOVE WS-EXT-ENDERECO TO WB-LINHA-END
               WRITE LINHA-REL FROM WS-CAB-ENDERECO
           END-IF.
           IF WS-CAD-QTD > 1
               MOVE ZEROS TO WB-ANTERIOR(1)
               MOVE ZEROS TO WB-ANTERIOR(2)
               MOVE ZEROS TO WB-ANTERIOR(3)
               MOVE ZEROS TO WB-ANTERIOR(4)
               PERFORM MONTA-ANTERIOR
                   VARYING WS-CAD-J FROM 2 BY 1
                   UNTIL WS-CAD-J > WS-CAD-QTD
               WRITE LINHA-REL FROM WS-CAB-CADEIA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-PAGINA.

      * ÍNDICE PRÓPRIO: NA CONTINUAÇÃO DE UM EXTRATO LONGO A PÁGINA
      * É ABERTA DENTRO DO IMPRIME-ELO, QUE VARIA O WS-CAD-I
       MONTA-ANTERIOR.
           MOVE WS-CAD-CARNET(WS-CAD-J) TO WB-ANTERIOR(WS-CAD-J - 1).

      * -----------------------------------
      * SEÇÃO DOS PEDIDOS REJEITADOS, NUMA PÁGINA PRÓPRIA DEPOIS DO
      * ÚLTIMO EXTRATO
       IMPRIME-REJEITADOS.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WB-PAGINA.
           IF WS-PAGINA > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF.
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-CAB-REJEITOS.
           WRITE LINHA-REL FROM WS-SUB-REJEITOS.
           PERFORM IMPRIME-REJEITO
               VARYING WS-REJ-I FROM 1 BY 1
               UNTIL WS-REJ-I > WS-REJ-QTD.
           IF WS-REJ-ESTOUROS > 0
               MOVE "*** TABELA DE REJEITADOS ESTOUROU, VER O LOG ***"
                   TO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       IMPRIME-REJEITO.
           MOVE WJ-CARNET(WS-REJ-I) TO WR-CARNET.
           MOVE WJ-MOTIVO(WS-REJ-I) TO WR-MOTIVO.
           WRITE LINHA-REL FROM WS-REJEITO.
