      * MESES (1, 2 OU 3+), COM TOTAIS POR FAIXA NO RODAPÉ. É O QUE
      * PERMITE AO BALCÃO RESPONDER "ESTE CLIENTE ESTÁ EM DIA?" SEM
      * TELEFONAR PARA O FATURAMENTO.
      *
      * CADA CARNET SAI COM A AGÊNCIA DO CLIENTE E O NOME DELA (DO
      * CADASTRO DE AGÊNCIAS agencias.dat; CÓDIGO FORA DO CADASTRO
      * SAI COMO "NAO CADASTRADA"). O relinad.par OPCIONAL (LINHA
      * AGENCIA=nnn) RESTRINGE O RELATÓRIO ÀS CARTEIRAS DE UMA
      * AGÊNCIA; CÓDIGO DESCONHECIDO É RECUSADO (RC=2) E NÃO SAI
      * RELATÓRIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.
           SELECT PAGTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "relinad.par".
       01 PAR-LINHA PIC X(30).

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       FD PAGTOS VALUE OF FILE-ID IS "pagamentos.dat".
           COPY pagamento.


       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "relinad.lst".
       01 LINHA-REL PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAG PIC 9(02).
       77 FINAL-ARQUIVO PIC 9 VALUE 0.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-AGM PIC 9(02).
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".

      * FILTRO OPCIONAL DE AGÊNCIA (relinad.par) E AGÊNCIA/NOME DO
      * CARNET CORRENTE
       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(10).
           05 WS-P-VALOR PIC X(10).
       77 WS-FILTRO-AGENCIA PIC 9(03) VALUE 0.
       77 WS-TEM-FILTRO-AGE PIC X VALUE "N".
           88 TEM-FILTRO-AGENCIA VALUE "S".
       77 WS-AGENCIA-NUM PIC 9(03) VALUE 0.
       77 WS-NOME-AGENCIA PIC X(30) VALUE SPACES.
       77 WS-AGE-DESCONHECIDAS PIC 9(06) VALUE 0.
       77 WS-NOME-CLIENTE PIC X(40) VALUE SPACES.

       77 WS-TOTAL-CARNETS PIC 9(06) VALUE 0.
       77 WS-TOTAL-FAIXA-1 PIC 9(06) VALUE 0.
           05 WC-ANOMES   PIC 9(06).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WC-AGENCIA  PIC X(40) VALUE SPACES.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(42) VALUE "NOME".
           05 FILLER      PIC X(09) VALUE "ABERTAS".
           05 FILLER      PIC X(12) VALUE "MAIS ANTIGA".
           05 FILLER      PIC X(05) VALUE "FAIXA".
           05 FILLER      PIC X(26) VALUE "AGENCIA".
       01 WS-DETALHE.
           05 WD-CARNET   PIC Z(8)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-COMPET   PIC 9(06).
           05 FILLER      PIC X(06) VALUE SPACES.
           05 WD-FAIXA    PIC X(03).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-AGENCIA  PIC 9(03).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-NOME-AGENCIA PIC X(20).
       01 WS-RODAPE-1.
           05 FILLER   PIC X(30) VALUE "CARNETS INADIMPLENTES:      ".
           05 WR-TOTAL PIC ZZZ,ZZ9.
           COMPUTE WS-ANOMES-HOJE = WS-DH-ANO * 100 + WS-DH-MES.
           COMPUTE WS-MESES-HOJE = WS-DH-ANO * 12 + WS-DH-MES.
           MOVE WS-ANOMES-HOJE TO WC-ANOMES.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRIR-AGENCIAS THRU ABRIR-AGENCIAS-FIM.
           OPEN INPUT PAGTOS.
           IF FS-STAT-PAG NOT = ZEROS
               DISPLAY "SEM pagamentos.dat, NADA A RELATAR"
           CLOSE PAGTOS.
           CLOSE FILE1.
           CLOSE RELATORIO.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.
           DISPLAY "CARNETS INADIMPLENTES: " WS-TOTAL-CARNETS.
           IF WS-AGE-DESCONHECIDAS > 0
               DISPLAY "CARNETS DE AGENCIA NAO CADASTRADA: "
                   WS-AGE-DESCONHECIDAS
           END-IF.
           STOP RUN.

      * -----------------------------------
      * relinad.par É OPCIONAL; SÓ A CHAVE AGENCIA É RECONHECIDA.
      * VALOR NÃO NUMÉRICO É RECUSADO COMO CÓDIGO DESCONHECIDO.
       LE-PARAMETROS.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR NOT = ZEROS
               GO TO LE-PARAMETROS-FIM
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM APLICA-PARAMETRO UNTIL FINAL-ARQUIVO = 1.
           CLOSE PARAMETRO.
           MOVE 0 TO FINAL-ARQUIVO.
       LE-PARAMETROS-FIM.
           EXIT.

       APLICA-PARAMETRO.
           MOVE SPACES TO WS-PAR-CAMPOS.
           UNSTRING PAR-LINHA DELIMITED BY "="
               INTO WS-P-CHAVE WS-P-VALOR
           END-UNSTRING.
           IF WS-P-CHAVE = "AGENCIA"
               IF WS-P-VALOR(1:3) NOT NUMERIC
                   DISPLAY "AGENCIA INVALIDA EM relinad.par: "
                       WS-P-VALOR
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-P-VALOR(1:3) TO WS-FILTRO-AGENCIA
               MOVE "S" TO WS-TEM-FILTRO-AGE
           ELSE
               DISPLAY "PARAMETRO DESCONHECIDO: " WS-P-CHAVE
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * SEM agencias.dat O RELATÓRIO SAI SEM O NOME DA AGÊNCIA; COM
      * FILTRO, A AGÊNCIA TEM DE ESTAR NO CADASTRO (A MATRIZ, 000, É
      * SEMPRE ACEITA).
       ABRIR-AGENCIAS.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           ELSE
               DISPLAY "SEM agencias.dat, AGENCIA SEM NOME"
           END-IF.
           IF NOT TEM-FILTRO-AGENCIA
               GO TO ABRIR-AGENCIAS-FIM
           END-IF.
           MOVE WS-FILTRO-AGENCIA TO WS-AGENCIA-NUM.
           PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM.
           IF WS-AGE-DESCONHECIDAS > 0
               DISPLAY "AGENCIA NAO CADASTRADA EM agencias.dat: "
                   WS-FILTRO-AGENCIA
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "AGENCIA " WS-FILTRO-AGENCIA " - " WS-NOME-AGENCIA
               DELIMITED BY SIZE INTO WC-AGENCIA
           END-STRING.
       ABRIR-AGENCIAS-FIM.
           EXIT.

      * -----------------------------------
      * O ARQUIVO SAI EM ORDEM DE CARNET+COMPETÊNCIA; NA TROCA DE
      * CARNET A LINHA DO CARNET ANTERIOR É FECHADA.
      * FECHA O CARNET CORRENTE: COM COMPETÊNCIAS ABERTAS, CALCULA O
      * ATRASO DA MAIS ANTIGA E IMPRIME; SEM ABERTAS NÃO HÁ LINHA.
       FECHA-CARNET.
           IF TEM-CARNET AND WS-QTD-ABERTAS > 0
               PERFORM BUSCA-CLIENTE
           END-IF.
           IF TEM-FILTRO-AGENCIA
               AND WS-AGENCIA-NUM NOT = WS-FILTRO-AGENCIA
               MOVE 0 TO WS-QTD-ABERTAS
           END-IF.
           IF TEM-CARNET AND WS-QTD-ABERTAS > 0
               ADD 1 TO WS-TOTAL-CARNETS
               MOVE WS-COMPET-ANTIGA TO WS-COMPET-DEC
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE WS-CARNET-ATUAL TO WD-CARNET.
           MOVE WS-NOME-CLIENTE TO WD-NOME.
           MOVE WS-AGENCIA-NUM  TO WD-AGENCIA.
           PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM.
           MOVE WS-NOME-AGENCIA TO WD-NOME-AGENCIA.
           MOVE WS-QTD-ABERTAS   TO WD-ABERTAS.
           MOVE WS-COMPET-ANTIGA TO WD-COMPET.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

      * CARNET SEM REGISTRO NO CADASTRO (JÁ EXPURGADO, OU RETORNO DE
      * CARNET DESCONHECIDO) SAI COM O NOME EM BRANCO MESMO, NA
      * AGÊNCIA 000.
       BUSCA-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE ZEROS TO WS-AGENCIA-NUM.
           MOVE WS-CARNET-ATUAL TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MESTRE-NOME TO WS-NOME-CLIENTE
                   IF MESTRE-AGENCIA NUMERIC
                       MOVE MESTRE-AGENCIA TO WS-AGENCIA-NUM
                   END-IF
           END-READ.

      * -----------------------------------
      * NOME DA AGÊNCIA EM WS-AGENCIA-NUM; CÓDIGO FORA DO CADASTRO
      * SAI MARCADO E É CONTADO (A MATRIZ SAI COMO MATRIZ MESMO SEM
      * ESTAR CADASTRADA).
       BUSCA-NOME-AGENCIA.
           MOVE SPACES TO WS-NOME-AGENCIA.
           IF NOT AGENCIAS-ABERTO
               GO TO BUSCA-NOME-AGENCIA-FIM
           END-IF.
           MOVE WS-AGENCIA-NUM TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   IF WS-AGENCIA-NUM = ZEROS
                       MOVE "MATRIZ" TO WS-NOME-AGENCIA
                   ELSE
                       MOVE "*** NAO CADASTRADA ***"
                           TO WS-NOME-AGENCIA
                       ADD 1 TO WS-AGE-DESCONHECIDAS
                   END-IF
               NOT INVALID KEY
                   MOVE AGE-NOME TO WS-NOME-AGENCIA
           END-READ.
       BUSCA-NOME-AGENCIA-FIM.
           EXIT.

       NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
