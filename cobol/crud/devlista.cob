       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVLISTA.

      * LISTA DE TRABALHO SEMANAL DAS DEVOLUÇÕES DE CORREIO: VARRE
      * devolucoes.dat (ORDEM CARNET+SEQUÊNCIA) E, PARA CADA CLIENTE
      * ATIVO COM DEVOLUÇÃO PENDENTE, IMPRIME EM devlista.lst O NOME,
      * O ENDEREÇO DO CADASTRO, O MOTIVO E A DATA DA DEVOLUÇÃO MAIS
      * RECENTE, HÁ QUANTOS DIAS A MAIS ANTIGA ESTÁ PENDENTE E O
      * CONTATO PREFERIDO DO CLIENTE (contatos.dat; SEM PREFERIDO SAI
      * O PRIMEIRO CONTATO E, SEM CONTATO ALGUM, O MESTRE-FONE), PARA
      * O BALCÃO TELEFONAR E ACERTAR O ENDEREÇO NO CLIENTES — O QUE
      * RESOLVE A DEVOLUÇÃO E TIRA O CLIENTE DA LISTA. RODA ÀS
      * SEGUNDAS-FEIRAS NO batch_noturno.sh. DEVOLUÇÃO DE CLIENTE
      * EXCLUÍDO, TRANSFERIDO OU FORA DO CADASTRO NÃO VAI PARA A
      * LISTA, SÓ É CONTADA NO RODAPÉ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT-DEV
               RECORD KEY IS DEV-KEY.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CTT
               RECORD KEY IS CTT-KEY
               ALTERNATE RECORD KEY IS CTT-VALOR WITH DUPLICATES.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEVOLUCOES VALUE OF FILE-ID IS "devolucoes.dat".
           COPY devolucao.

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD CONTATOS VALUE OF FILE-ID IS "contatos.dat".
           COPY contato.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "devlista.lst".
       01 LINHA-REL PIC X(172).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-DEV PIC 9(02).
       77 FS-STAT-CTT PIC 9(02).
       77 FINAL-ARQUIVO PIC 9 VALUE 0.
       77 FINAL-CONTATOS PIC 9 VALUE 0.
       77 WS-CONTATOS-ABERTO PIC X VALUE "N".
           88 CONTATOS-ABERTO VALUE "S".

       77 WS-TOTAL-LIDAS      PIC 9(06) VALUE 0.
       77 WS-TOTAL-PENDENTES  PIC 9(06) VALUE 0.
       77 WS-TOTAL-CLIENTES   PIC 9(06) VALUE 0.
       77 WS-TOTAL-FORA       PIC 9(06) VALUE 0.
       77 WS-TOTAL-MUDOU      PIC 9(06) VALUE 0.
       77 WS-TOTAL-DESCONHEC  PIC 9(06) VALUE 0.
       77 WS-TOTAL-RECUSADO   PIC 9(06) VALUE 0.
       77 WS-TOTAL-INCOMPLETO PIC 9(06) VALUE 0.

      * QUEBRA POR CARNET: ACUMULA AS DEVOLUÇÕES PENDENTES DO CARNET
      * CORRENTE E FECHA A LINHA NA TROCA DE CARNET.
       77 WS-CARNET-ATUAL  PIC 9(09) VALUE 0.
       77 WS-QTD-PENDENTES PIC 9(03) VALUE 0.
       77 WS-DATA-ANTIGA   PIC 9(08) VALUE 0.
       77 WS-DATA-RECENTE  PIC 9(08) VALUE 0.
       77 WS-MOTIVO-RECENTE PIC X(02) VALUE SPACES.
       77 WS-TEM-CARNET PIC X VALUE "N".
           88 TEM-CARNET VALUE "S".
       77 WS-HOJE-INT  PIC 9(08) VALUE 0.
       77 WS-DIAS-PENDENTE PIC 9(05) VALUE 0.

       77 WS-CONTATO-PREF  PIC X(40) VALUE SPACES.
       77 WS-CONTATO-PRIM  PIC X(40) VALUE SPACES.
       77 WS-TIPO-PREF     PIC X(05) VALUE SPACES.
       77 WS-TIPO-PRIM     PIC X(05) VALUE SPACES.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.

       01 WS-CABECALHO.
           05 FILLER      PIC X(45) VALUE
              "LISTA DE TRABALHO - DEVOLUCOES DE CORREIO".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WC-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(32) VALUE "NOME".
           05 FILLER      PIC X(42) VALUE "ENDERECO NO CADASTRO".
           05 FILLER      PIC X(14) VALUE "ULTIMO MOTIVO".
           05 FILLER      PIC X(10) VALUE "DEVOLVIDA".
           05 FILLER      PIC X(07) VALUE " DIAS".
           05 FILLER      PIC X(04) VALUE "QT".
           05 FILLER      PIC X(05) VALUE "AGE".
           05 FILLER      PIC X(25) VALUE "CONTATO PREFERIDO".
       01 WS-DETALHE.
           05 WD-CARNET   PIC Z(8)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME     PIC X(30).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-ENDERECO PIC X(40).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-MOTIVO   PIC X(12).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-DATA     PIC 9(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-DIAS     PIC ZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-QTD      PIC Z9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-AGENCIA  PIC 9(03).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-TIPO     PIC X(05).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-CONTATO  PIC X(40).
       01 WS-RODAPE-1.
           05 FILLER   PIC X(32) VALUE "CLIENTES A CONTATAR:".
           05 WR-CLIENTES PIC ZZZ,ZZ9.
       01 WS-RODAPE-2.
           05 FILLER   PIC X(32) VALUE "DEVOLUCOES PENDENTES:".
           05 WR-PENDENTES PIC ZZZ,ZZ9.
       01 WS-RODAPE-3.
           05 FILLER    PIC X(10) VALUE "MUDOU-SE: ".
           05 WR-MUDOU  PIC ZZZ,ZZ9.
           05 FILLER    PIC X(16) VALUE "  DESCONHECIDO: ".
           05 WR-DESC   PIC ZZZ,ZZ9.
           05 FILLER    PIC X(12) VALUE "  RECUSADO: ".
           05 WR-RECUS  PIC ZZZ,ZZ9.
           05 FILLER    PIC X(14) VALUE "  INCOMPLETO: ".
           05 WR-INCOMP PIC ZZZ,ZZ9.
       01 WS-RODAPE-4.
           05 FILLER   PIC X(32) VALUE
              "CLIENTES FORA DO CADASTRO ATIVO:".
           05 WR-FORA  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DH-DATA) TO WS-HOJE-INT.
           MOVE WS-DH-DATA TO WC-DATA.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTATOS.
           IF FS-STAT-CTT = ZEROS
               MOVE "S" TO WS-CONTATOS-ABERTO
           ELSE
               DISPLAY "SEM contatos.dat, SAI SO O MESTRE-FONE"
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM NOVA-PAGINA.
      * SEM devolucoes.dat (NENHUMA DEVOLUÇÃO REGISTRADA AINDA) A
      * LISTA SAI VAZIA, SÓ COM O RODAPÉ
           OPEN INPUT DEVOLUCOES.
           IF FS-STAT-DEV NOT = ZEROS
               DISPLAY "SEM devolucoes.dat, LISTA VAZIA"
               MOVE 1 TO FINAL-ARQUIVO
           ELSE
               READ DEVOLUCOES NEXT RECORD
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           END-IF.
           PERFORM PROCESSA-DEVOLUCAO UNTIL FINAL-ARQUIVO = 1.
           PERFORM FECHA-CARNET.
           MOVE WS-TOTAL-CLIENTES   TO WR-CLIENTES.
           MOVE WS-TOTAL-PENDENTES  TO WR-PENDENTES.
           MOVE WS-TOTAL-MUDOU      TO WR-MUDOU.
           MOVE WS-TOTAL-DESCONHEC  TO WR-DESC.
           MOVE WS-TOTAL-RECUSADO   TO WR-RECUS.
           MOVE WS-TOTAL-INCOMPLETO TO WR-INCOMP.
           MOVE WS-TOTAL-FORA       TO WR-FORA.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RODAPE-1.
           WRITE LINHA-REL FROM WS-RODAPE-2.
           WRITE LINHA-REL FROM WS-RODAPE-3.
           WRITE LINHA-REL FROM WS-RODAPE-4.
           IF FS-STAT-DEV = ZEROS
               CLOSE DEVOLUCOES
           END-IF.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           CLOSE FILE1.
           CLOSE RELATORIO.
           DISPLAY "DEVOLUCOES LIDAS: " WS-TOTAL-LIDAS.
           DISPLAY "CLIENTES SELECIONADOS PARA CONTATO: "
               WS-TOTAL-CLIENTES.
           DISPLAY "DEVOLUCOES PENDENTES: " WS-TOTAL-PENDENTES.
           STOP RUN.

      * -----------------------------------
      * O ARQUIVO SAI EM ORDEM DE CARNET+SEQUÊNCIA; NA TROCA DE
      * CARNET A LINHA DO CARNET ANTERIOR É FECHADA. SÓ AS PENDENTES
      * CONTAM; A SEQUÊNCIA MAIOR É A DEVOLUÇÃO MAIS RECENTE.
       PROCESSA-DEVOLUCAO.
           ADD 1 TO WS-TOTAL-LIDAS.
           IF TEM-CARNET AND DEV-CARNET NOT = WS-CARNET-ATUAL
               PERFORM FECHA-CARNET
           END-IF.
           MOVE DEV-CARNET TO WS-CARNET-ATUAL.
           MOVE "S" TO WS-TEM-CARNET.
           IF DEV-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               IF WS-DATA-ANTIGA = 0 OR DEV-DATA < WS-DATA-ANTIGA
                   MOVE DEV-DATA TO WS-DATA-ANTIGA
               END-IF
               IF DEV-DATA NOT < WS-DATA-RECENTE
                   MOVE DEV-DATA   TO WS-DATA-RECENTE
                   MOVE DEV-MOTIVO TO WS-MOTIVO-RECENTE
               END-IF
           END-IF.
           READ DEVOLUCOES NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * FECHA O CARNET CORRENTE: COM DEVOLUÇÃO PENDENTE E CLIENTE
      * ATIVO NO CADASTRO, IMPRIME A LINHA DE TRABALHO.
       FECHA-CARNET.
           IF TEM-CARNET AND WS-QTD-PENDENTES > 0
               ADD WS-QTD-PENDENTES TO WS-TOTAL-PENDENTES
               MOVE WS-CARNET-ATUAL TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY MOVE 23 TO FS-STAT
               END-READ
               IF FS-OK AND MESTRE-ATIVO
                   ADD 1 TO WS-TOTAL-CLIENTES
                   PERFORM CONTA-MOTIVO
                   PERFORM IMPRIME-CLIENTE
               ELSE
                   ADD 1 TO WS-TOTAL-FORA
               END-IF
           END-IF.
           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 0 TO WS-DATA-ANTIGA.
           MOVE 0 TO WS-DATA-RECENTE.
           MOVE SPACES TO WS-MOTIVO-RECENTE.

       CONTA-MOTIVO.
           EVALUATE WS-MOTIVO-RECENTE
               WHEN "01"
                   ADD 1 TO WS-TOTAL-MUDOU
                   MOVE "MUDOU-SE" TO WD-MOTIVO
               WHEN "02"
                   ADD 1 TO WS-TOTAL-DESCONHEC
                   MOVE "DESCONHECIDO" TO WD-MOTIVO
               WHEN "03"
                   ADD 1 TO WS-TOTAL-RECUSADO
                   MOVE "RECUSADO" TO WD-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-INCOMPLETO
                   MOVE "INCOMPLETO" TO WD-MOTIVO
           END-EVALUATE.

       IMPRIME-CLIENTE.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE WS-CARNET-ATUAL TO WD-CARNET.
           MOVE MESTRE-NOME     TO WD-NOME.
           MOVE MESTRE-ENDERECO TO WD-ENDERECO.
           MOVE WS-DATA-RECENTE TO WD-DATA.
           COMPUTE WS-DIAS-PENDENTE = WS-HOJE-INT
               - FUNCTION INTEGER-OF-DATE(WS-DATA-ANTIGA).
           MOVE WS-DIAS-PENDENTE TO WD-DIAS.
           MOVE WS-QTD-PENDENTES TO WD-QTD.
           IF MESTRE-AGENCIA NUMERIC
               MOVE MESTRE-AGENCIA TO WD-AGENCIA
           ELSE
               MOVE ZEROS TO WD-AGENCIA
           END-IF.
           PERFORM BUSCA-CONTATO-PREFERIDO
               THRU BUSCA-CONTATO-PREFERIDO-FIM.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * CONTATO PREFERIDO DO CLIENTE, COMO NO SELECLI (CONTATO=
      * PREFERIDO): SEM MARCA DE PREFERIDO SAI O PRIMEIRO CONTATO E,
      * SEM CONTATO ALGUM, O MESTRE-FONE.
       BUSCA-CONTATO-PREFERIDO.
           MOVE SPACES TO WS-CONTATO-PREF.
           MOVE SPACES TO WS-CONTATO-PRIM.
           MOVE "FONE" TO WD-TIPO.
           MOVE MESTRE-FONE TO WD-CONTATO.
           IF NOT CONTATOS-ABERTO
               GO TO BUSCA-CONTATO-PREFERIDO-FIM
           END-IF.
           MOVE 0 TO FINAL-CONTATOS.
           MOVE MESTRE-CARNET TO CTT-CARNET.
           MOVE ZEROS TO CTT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CTT-KEY
               INVALID KEY GO TO BUSCA-CONTATO-PREFERIDO-FIM
           END-START.
           PERFORM VARRE-CONTATO UNTIL FINAL-CONTATOS = 1.
           IF WS-CONTATO-PREF NOT = SPACES
               MOVE WS-TIPO-PREF    TO WD-TIPO
               MOVE WS-CONTATO-PREF TO WD-CONTATO
           ELSE
               IF WS-CONTATO-PRIM NOT = SPACES
                   MOVE WS-TIPO-PRIM    TO WD-TIPO
                   MOVE WS-CONTATO-PRIM TO WD-CONTATO
               END-IF
           END-IF.
       BUSCA-CONTATO-PREFERIDO-FIM.
           EXIT.

       VARRE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONTATOS
               NOT AT END
                   IF CTT-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-CONTATOS
                   ELSE
                       IF WS-CONTATO-PRIM = SPACES
                           MOVE CTT-TIPO  TO WS-TIPO-PRIM
                           MOVE CTT-VALOR TO WS-CONTATO-PRIM
                       END-IF
                       IF CTT-E-PREFERIDO
                           MOVE CTT-TIPO  TO WS-TIPO-PREF
                           MOVE CTT-VALOR TO WS-CONTATO-PREF
                       END-IF
                   END-IF
           END-READ.

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
