       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPVARRE.

      * VARREDURA DE EXCEÇÃO DO CEP: LÊ clientemestre.dat INTEIRO E
      * CONFERE O CEP DE CADA CLIENTE ATIVO COM A BASE DE CEPS
      * (ceps.dat, CARREGADA PELO CEPCARGA), PARA A LIMPEZA DO
      * CADASTRO ANTIGO, QUE ENTROU ANTES DA CONFERÊNCIA DO CEP NO
      * CLIENTES E NO CLIIMP. CADA EXCEÇÃO SAI COM UM SÓ MOTIVO, O
      * PRIMEIRO QUE SE APLICAR:
      *   CEP AUSENTE     - CLIENTE SEM CEP (LEGADO OU ANTERIOR AO
      *                     ENDCONV)
      *   CEP INEXISTENTE - CEP QUE NÃO ESTÁ NA BASE DOS CORREIOS
      *   CIDADE DIVERGE  - CIDADE DO CADASTRO DIFERENTE DA DO CEP
      *   BAIRRO DIVERGE  - BAIRRO DIFERENTE DO CEP (SÓ QUANDO O CEP
      *                     TEM BAIRRO; CEP DE CIDADE NÃO TEM)
      * O RELATÓRIO (cepvarre.lst) SAI AGRUPADO POR AGÊNCIA, PARA CADA
      * AGÊNCIA CORRIGIR OS SEUS CLIENTES, COM UM RESUMO FINAL DE
      * ATIVOS E EXCEÇÕES POR AGÊNCIA E MOTIVO. AS EXCEÇÕES PASSAM POR
      * UM ARQUIVO DE TRABALHO INDEXADO POR AGÊNCIA+CARNET
      * (cepvarre.tmp), QUE DÁ A ORDEM DO RELATÓRIO E É APAGADO NO FIM.
      * RC=0 QUANDO TODOS PASSAM, RC=1 QUANDO HÁ EXCEÇÕES, RC=2 SEM O
      * CADASTRO OU SEM A BASE DE CEPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT CEPREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CEP
               RECORD KEY IS CEP-KEY.
           SELECT EXCECOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-EXC
               RECORD KEY IS EXC-KEY.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD CEPREF VALUE OF FILE-ID IS "ceps.dat".
           COPY cep.

       FD EXCECOES VALUE OF FILE-ID IS "cepvarre.tmp".
       01 EXC-REC.
           05 EXC-KEY.
               10 EXC-AGENCIA PIC 9(03).
               10 EXC-CARNET  PIC 9(09).
           05 EXC-MOTIVO      PIC 9(01).
           05 EXC-NOME        PIC X(30).
           05 EXC-CEP         PIC 9(08).
           05 EXC-CIDADE      PIC X(20).
           05 EXC-BAIRRO      PIC X(20).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "cepvarre.lst".
       01 LINHA-REL PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
       77 FS-STAT-CEP PIC 9(02).
       77 FS-STAT-EXC PIC 9(02).
       77 FINAL-ARQUIVO PIC 9 VALUE 0.
       77 WS-TOTAL-LIDOS    PIC 9(06) VALUE 0.
       77 WS-TOTAL-ATIVOS   PIC 9(06) VALUE 0.
       77 WS-TOTAL-EXCECOES PIC 9(06) VALUE 0.
       77 WS-ARQ-TMP PIC X(30) VALUE "cepvarre.tmp".

      * MOTIVO DA EXCEÇÃO DO REGISTRO CORRENTE (0 = CEP CONFERE)
       77 WS-MOTIVO PIC 9(01) VALUE 0.
           88 CEP-CONFERE        VALUE 0.
           88 MOTIVO-AUSENTE     VALUE 1.
           88 MOTIVO-INEXISTENTE VALUE 2.
           88 MOTIVO-CIDADE      VALUE 3.
           88 MOTIVO-BAIRRO      VALUE 4.
       01 WS-TAB-MOTIVOS.
           05 FILLER PIC X(16) VALUE "CEP AUSENTE".
           05 FILLER PIC X(16) VALUE "CEP INEXISTENTE".
           05 FILLER PIC X(16) VALUE "CIDADE DIVERGE".
           05 FILLER PIC X(16) VALUE "BAIRRO DIVERGE".
       01 WS-TAB-MOTIVOS-R REDEFINES WS-TAB-MOTIVOS.
           05 WS-DESC-MOTIVO PIC X(16) OCCURS 4 TIMES.

      * CONTADORES POR AGÊNCIA, ENDEREÇADOS PELO PRÓPRIO CÓDIGO
      * (POSIÇÃO = AGÊNCIA + 1), O QUE JÁ DEIXA O RESUMO EM ORDEM
       01 WS-TAB-AGE.
           05 WS-AGE-ENT OCCURS 1000 TIMES.
               10 WG-ATIVOS      PIC 9(06).
               10 WG-EXC         PIC 9(06) OCCURS 4 TIMES.
       77 WS-AGE-POS PIC 9(04) VALUE 0.
       77 WS-M       PIC 9(01) VALUE 0.
       77 WS-EXC-AGENCIA PIC 9(06) VALUE 0.
       01 WS-TOTAL-MOTIVO.
           05 WS-TOT-EXC PIC 9(06) OCCURS 4 TIMES.

      * QUEBRA POR AGÊNCIA NA LISTAGEM DAS EXCEÇÕES
       77 WS-AGENCIA-ATUAL PIC 9(03) VALUE 0.
       77 WS-TEM-AGENCIA PIC X VALUE "N".
           88 TEM-AGENCIA VALUE "S".

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.

       01 WS-CABECALHO.
           05 FILLER      PIC X(40) VALUE
              "CLIENTES ATIVOS COM EXCECAO DE CEP".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WC-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(32) VALUE "NOME".
           05 FILLER      PIC X(10) VALUE "CEP".
           05 FILLER      PIC X(18) VALUE "MOTIVO".
           05 FILLER      PIC X(22) VALUE "CIDADE".
           05 FILLER      PIC X(20) VALUE "BAIRRO".
       01 WS-LINHA-AGENCIA.
           05 FILLER      PIC X(08) VALUE "AGENCIA ".
           05 WA-AGENCIA  PIC 9(03).
       01 WS-DETALHE.
           05 WD-CARNET   PIC Z(8)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME     PIC X(30).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-CEP      PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-MOTIVO   PIC X(16).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-CIDADE   PIC X(20).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-BAIRRO   PIC X(20).
       01 WS-TITULO-RESUMO.
           05 FILLER      PIC X(40) VALUE
              "RESUMO POR AGENCIA".
       01 WS-SUBCAB-RESUMO.
           05 FILLER      PIC X(10) VALUE "AGENCIA".
           05 FILLER      PIC X(10) VALUE "    ATIVOS".
           05 FILLER      PIC X(10) VALUE "   AUSENTE".
           05 FILLER      PIC X(10) VALUE "  INEXIST.".
           05 FILLER      PIC X(10) VALUE "    CIDADE".
           05 FILLER      PIC X(10) VALUE "    BAIRRO".
           05 FILLER      PIC X(10) VALUE "  EXCECOES".
       01 WS-LINHA-RESUMO.
           05 WS-RS-AGENCIA PIC X(10).
           05 WS-RS-ATIVOS  PIC ZZZ,ZZZ,ZZ9.
           05 WS-RS-EXC     PIC Z,ZZZ,ZZ9 OCCURS 4 TIMES.
           05 WS-RS-TOTAL   PIC ZZZ,ZZZ,ZZ9.
       01 WS-RODAPE.
           05 FILLER   PIC X(20) VALUE "TOTAL DE EXCECOES: ".
           05 WR-TOTAL PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WC-DATA.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CEPREF.
           IF FS-STAT-CEP NOT = ZEROS
               DISPLAY "SEM ceps.dat: RODE ANTES O CEPCARGA"
               CLOSE FILE1
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-TAB-AGE.
           INITIALIZE WS-TOTAL-MOTIVO.
           OPEN OUTPUT EXCECOES.
           CLOSE EXCECOES.
           OPEN I-O EXCECOES.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM CONFERE-REGISTRO UNTIL FINAL-ARQUIVO = 1.
           CLOSE FILE1.
           CLOSE CEPREF.
           OPEN OUTPUT RELATORIO.
           PERFORM NOVA-PAGINA.
           PERFORM LISTA-EXCECOES.
           PERFORM IMPRIME-RESUMO.
           MOVE WS-TOTAL-EXCECOES TO WR-TOTAL.
           WRITE LINHA-REL FROM WS-RODAPE.
           CLOSE EXCECOES.
           CLOSE RELATORIO.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-TMP.
           DISPLAY "REGISTROS LIDOS: "   WS-TOTAL-LIDOS.
           DISPLAY "ATIVOS CONFERIDOS: " WS-TOTAL-ATIVOS.
           DISPLAY "EXCECOES DE CEP: "   WS-TOTAL-EXCECOES.
           IF WS-TOTAL-EXCECOES > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * CLASSIFICA O CEP DO CLIENTE ATIVO E GUARDA A EXCEÇÃO NO
      * ARQUIVO DE TRABALHO. INATIVOS E TRANSFERIDOS NÃO SÃO
      * CONFERIDOS (NÃO RECEBEM CORRESPONDÊNCIA).
       CONFERE-REGISTRO.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF MESTRE-ATIVO
               ADD 1 TO WS-TOTAL-ATIVOS
               IF MESTRE-AGENCIA NOT NUMERIC
                   MOVE ZEROS TO MESTRE-AGENCIA
               END-IF
               COMPUTE WS-AGE-POS = MESTRE-AGENCIA + 1
               ADD 1 TO WG-ATIVOS(WS-AGE-POS)
               PERFORM CLASSIFICA-CEP
               IF NOT CEP-CONFERE
                   PERFORM GUARDA-EXCECAO
               END-IF
           END-IF.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

       CLASSIFICA-CEP.
           MOVE 0 TO WS-MOTIVO.
           IF MESTRE-CEP NOT NUMERIC OR MESTRE-CEP = ZEROS
               MOVE 1 TO WS-MOTIVO
           ELSE
               MOVE MESTRE-CEP TO CEP-NUMERO
               READ CEPREF
                   INVALID KEY
                       MOVE 2 TO WS-MOTIVO
               END-READ
           END-IF.
           IF CEP-CONFERE
               IF FUNCTION UPPER-CASE(MESTRE-CIDADE) NOT = CEP-CIDADE
                   MOVE 3 TO WS-MOTIVO
               ELSE
                   IF CEP-BAIRRO NOT = SPACES
                       IF FUNCTION UPPER-CASE(MESTRE-BAIRRO)
                               NOT = CEP-BAIRRO
                           MOVE 4 TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GUARDA-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           ADD 1 TO WG-EXC(WS-AGE-POS, WS-MOTIVO).
           ADD 1 TO WS-TOT-EXC(WS-MOTIVO).
           MOVE MESTRE-AGENCIA TO EXC-AGENCIA.
           MOVE MESTRE-CARNET  TO EXC-CARNET.
           MOVE WS-MOTIVO      TO EXC-MOTIVO.
           MOVE MESTRE-NOME    TO EXC-NOME.
           IF MESTRE-CEP NUMERIC
               MOVE MESTRE-CEP TO EXC-CEP
           ELSE
               MOVE ZEROS TO EXC-CEP
           END-IF.
           MOVE MESTRE-CIDADE  TO EXC-CIDADE.
           MOVE MESTRE-BAIRRO  TO EXC-BAIRRO.
           WRITE EXC-REC
               INVALID KEY
                   DISPLAY "CARNET REPETIDO NA VARREDURA: "
                       MESTRE-CARNET
           END-WRITE.

      * -----------------------------------
      * LISTA AS EXCEÇÕES NA ORDEM DO ARQUIVO DE TRABALHO
      * (AGÊNCIA+CARNET), COM UMA LINHA DE TÍTULO A CADA AGÊNCIA.
       LISTA-EXCECOES.
           MOVE 0 TO FINAL-ARQUIVO.
           MOVE ZEROS TO EXC-KEY.
           START EXCECOES KEY IS NOT LESS THAN EXC-KEY
               INVALID KEY MOVE 1 TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 0
               READ EXCECOES NEXT RECORD
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           END-IF.
           PERFORM IMPRIME-EXCECAO UNTIL FINAL-ARQUIVO = 1.

       IMPRIME-EXCECAO.
           IF NOT TEM-AGENCIA OR EXC-AGENCIA NOT = WS-AGENCIA-ATUAL
               MOVE "S" TO WS-TEM-AGENCIA
               MOVE EXC-AGENCIA TO WS-AGENCIA-ATUAL
               IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS - 2
                   PERFORM NOVA-PAGINA
               END-IF
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               MOVE EXC-AGENCIA TO WA-AGENCIA
               WRITE LINHA-REL FROM WS-LINHA-AGENCIA
               ADD 2 TO WS-LINHAS-PAGINA
           END-IF.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE EXC-CARNET TO WD-CARNET.
           MOVE EXC-NOME   TO WD-NOME.
           MOVE EXC-CEP    TO WD-CEP.
           MOVE WS-DESC-MOTIVO(EXC-MOTIVO) TO WD-MOTIVO.
           MOVE EXC-CIDADE TO WD-CIDADE.
           MOVE EXC-BAIRRO TO WD-BAIRRO.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.
           READ EXCECOES NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * RESUMO EM PÁGINA PRÓPRIA: UMA LINHA POR AGÊNCIA COM CLIENTES
      * ATIVOS (INCLUSIVE AS SEM EXCEÇÃO) E A LINHA DE TOTAL.
       IMPRIME-RESUMO.
           ADD 1 TO WS-PAGINA.
           WRITE LINHA-REL FROM SPACES BEFORE ADVANCING PAGE.
           WRITE LINHA-REL FROM WS-TITULO-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCAB-RESUMO.
           PERFORM IMPRIME-LINHA-AGENCIA
               VARYING WS-AGE-POS FROM 1 BY 1 UNTIL WS-AGE-POS > 1000.
           MOVE "TOTAL" TO WS-RS-AGENCIA.
           MOVE WS-TOTAL-ATIVOS TO WS-RS-ATIVOS.
           PERFORM MOVE-TOTAL-MOTIVO
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4.
           MOVE WS-TOTAL-EXCECOES TO WS-RS-TOTAL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.

       IMPRIME-LINHA-AGENCIA.
           IF WG-ATIVOS(WS-AGE-POS) > 0
               MOVE SPACES TO WS-RS-AGENCIA
               COMPUTE WA-AGENCIA = WS-AGE-POS - 1
               MOVE WA-AGENCIA TO WS-RS-AGENCIA
               MOVE WG-ATIVOS(WS-AGE-POS) TO WS-RS-ATIVOS
               MOVE 0 TO WS-EXC-AGENCIA
               PERFORM MOVE-EXC-AGENCIA
                   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               MOVE WS-EXC-AGENCIA TO WS-RS-TOTAL
               WRITE LINHA-REL FROM WS-LINHA-RESUMO
           END-IF.

       MOVE-EXC-AGENCIA.
           MOVE WG-EXC(WS-AGE-POS, WS-M) TO WS-RS-EXC(WS-M).
           ADD WG-EXC(WS-AGE-POS, WS-M) TO WS-EXC-AGENCIA.

       MOVE-TOTAL-MOTIVO.
           MOVE WS-TOT-EXC(WS-M) TO WS-RS-EXC(WS-M).

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
