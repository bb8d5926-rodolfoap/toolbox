      * (O RETORNO DO FATURAMENTO É SEMPRE O RETRATO MAIS RECENTE).
      * LINHAS INVÁLIDAS VÃO PARA pagamentos_rejeitados.csv COM O
      * MOTIVO, PARA O CIRCUITO DE CORREÇÃO COM O FATURAMENTO.
      * RC=1 SINALIZA LINHAS REJEITADAS OU BAIXAS MANUAIS EM EXCEÇÃO
      * (AVISO, O JOB SEGUE); RC=2 É FALHA DURA. SEM O ARQUIVO DE
      * RETORNO NÃO HÁ NADA A CARREGAR (O FATURAMENTO NEM SEMPRE
      * FECHA TODA NOITE), MAS O PRAZO DAS BAIXAS É CONFERIDO ASSIM
      * MESMO.
      *
      * BAIXAS MANUAIS (baixas.dat, GRAVADAS PELA OPÇÃO B DO
      * CLIENTES): A COMPETÊNCIA PAGA NO BALCÃO JÁ ESTÁ "P" NO LIVRO.
      * A LINHA DO RETORNO DA MESMA COMPETÊNCIA FECHA A BAIXA
      * PENDENTE: PAGA COM O MESMO VALOR CONFIRMA ("C"); PAGA COM
      * OUTRO VALOR É DIVERGENTE ("D") E O LIVRO FICA COM O RETORNO;
      * AINDA EM ABERTO NÃO SOBRESCREVE O PAGAMENTO DO BALCÃO (O
      * FATURAMENTO SÓ NÃO ALCANÇOU) ENQUANTO A BAIXA ESTIVER NO
      * PRAZO DE WS-DIAS-PRAZO DIAS. VENCIDO O PRAZO SEM CONFIRMAÇÃO
      * A BAIXA PASSA A "V" E O RETORNO VOLTA A VALER. DIVERGENTES E
      * VENCIDAS SAEM EM baixas_excecoes.lst PARA O SUPERVISOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PAG-KEY.
           SELECT REJEITOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BAIXAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-BX
               RECORD KEY IS BX-KEY
               ALTERNATE RECORD KEY IS BX-PAG-KEY WITH DUPLICATES.
           SELECT EXCECOES ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                   VALUE OF FILE-ID IS "pagamentos_rejeitados.csv".
       01 REJ-REGISTRO PIC X(70).

       FD BAIXAS VALUE OF FILE-ID IS "baixas.dat".
           COPY baixa.

       FD EXCECOES LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "baixas_excecoes.lst".
       01 LINHA-REL PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-RET PIC 9(02).
       77 FS-STAT-BX  PIC 9(02).
           88 FS-BX-NAO-EXISTE VALUE 35.
       77 FINAL-RETORNO PIC 9 VALUE 0.
       77 FINAL-BAIXAS  PIC 9 VALUE 0.
       77 WS-TEM-RETORNO PIC X VALUE "N".
           88 TEM-RETORNO VALUE "S".

       77 WS-TOTAL-LIDOS     PIC 9(06) VALUE 0.
       77 WS-TOTAL-GRAVADOS  PIC 9(06) VALUE 0.
       77 WS-TOTAL-REJEITOS  PIC 9(06) VALUE 0.
       77 WS-TOTAL-CONFIRMADAS PIC 9(06) VALUE 0.
       77 WS-TOTAL-MANTIDAS    PIC 9(06) VALUE 0.
       77 WS-TOTAL-EXCECOES    PIC 9(06) VALUE 0.

      * PRAZO DA BAIXA MANUAL: SEM CONFIRMAÇÃO DO FATURAMENTO EM
      * WS-DIAS-PRAZO DIAS, A BAIXA VAI PARA AS EXCEÇÕES. A DATA DE
      * CORTE É CALCULADA COMO NO CLIPURGA.
       77 WS-DIAS-PRAZO   PIC 9(04) VALUE 0010.
       77 WS-HOJE-INT     PIC 9(08) VALUE 0.
       77 WS-CORTE-INT    PIC 9(08) VALUE 0.
       77 WS-DATA-CORTE   PIC 9(08) VALUE 0.
       77 WS-MANTEM-PAGO PIC X VALUE "N".
           88 MANTEM-PAGO VALUE "S".
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

      * MOTIVOS DE REJEIÇÃO GRAVADOS EM pagamentos_rejeitados.csv
       77 WS-MOTIVO PIC X(02).
           05 FILLER     PIC X VALUE ",".
           05 REJ-CSV    PIC X(60).

      * RELATÓRIO DE EXCEÇÕES DA BAIXA MANUAL (baixas_excecoes.lst)
       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.
       01 WS-CABECALHO.
           05 FILLER      PIC X(34) VALUE
              "EXCECOES DA BAIXA MANUAL".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WC-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(10) VALUE "RECIBO".
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(09) VALUE "COMPET.".
           05 FILLER      PIC X(12) VALUE " VALOR BAIXA".
           05 FILLER      PIC X(10) VALUE "  DATA".
           05 FILLER      PIC X(11) VALUE "OPERADOR".
           05 FILLER      PIC X(13) VALUE "RET  VALOR".
           05 FILLER      PIC X(24) VALUE "MOTIVO".
       01 WS-DETALHE.
           05 WD-RECIBO   PIC 9(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-CARNET   PIC 9(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-MES      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WD-ANO      PIC 9(04).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-VALOR    PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-DATA     PIC 9(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-OPERADOR PIC X(10).
           05 FILLER      PIC X VALUE SPACE.
           05 WD-RET-STATUS PIC X(01).
           05 FILLER      PIC X VALUE SPACE.
           05 WD-RET-VALOR PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-MOTIVO   PIC X(24).
       01 WS-RODAPE.
           05 FILLER      PIC X(11) VALUE "EXCECOES: ".
           05 WR-EXCECOES PIC ZZZ,ZZ9.
           05 FILLER      PIC X(16) VALUE "  CONFIRMADAS: ".
           05 WR-CONFIRMADAS PIC ZZZ,ZZ9.
           05 FILLER      PIC X(29) VALUE
              "  MANTIDAS (RETORNO ABERTO): ".
           05 WR-MANTIDAS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           PERFORM CALCULA-CORTE.
           OPEN INPUT RETORNO.
           IF FS-STAT-RET NOT = ZEROS
               DISPLAY "SEM RETORNO DO FATURAMENTO, NADA A CARREGAR"
               MOVE 1 TO FINAL-RETORNO
           ELSE
               MOVE "S" TO WS-TEM-RETORNO
           END-IF.
           PERFORM ABRIR-PAGTOS.
           PERFORM ABRIR-BAIXAS.
           OPEN OUTPUT REJEITOS.
           OPEN OUTPUT EXCECOES.
           PERFORM NOVA-PAGINA.
           IF TEM-RETORNO
               READ RETORNO
                   AT END MOVE 1 TO FINAL-RETORNO
               END-READ
           END-IF.
           PERFORM CARREGA-LINHA UNTIL FINAL-RETORNO = 1.
           PERFORM VENCE-BAIXAS THRU VENCE-BAIXAS-FIM.
           MOVE WS-TOTAL-EXCECOES    TO WR-EXCECOES.
           MOVE WS-TOTAL-CONFIRMADAS TO WR-CONFIRMADAS.
           MOVE WS-TOTAL-MANTIDAS    TO WR-MANTIDAS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RODAPE.
           IF TEM-RETORNO
               CLOSE RETORNO
           END-IF.
           CLOSE PAGTOS.
           CLOSE BAIXAS.
           CLOSE REJEITOS.
           CLOSE EXCECOES.
           DISPLAY "LIDOS: "      WS-TOTAL-LIDOS.
           DISPLAY "GRAVADOS: "   WS-TOTAL-GRAVADOS.
           DISPLAY "REJEITADOS: " WS-TOTAL-REJEITOS.
           DISPLAY "BAIXAS MANUAIS CONFIRMADAS: " WS-TOTAL-CONFIRMADAS.
           DISPLAY "BAIXAS MANUAIS MANTIDAS: "    WS-TOTAL-MANTIDAS.
           DISPLAY "BAIXAS MANUAIS EM EXCECAO: "  WS-TOTAL-EXCECOES.
           IF WS-TOTAL-REJEITOS > 0 OR WS-TOTAL-EXCECOES > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * DATA DE CORTE DO PRAZO DA BAIXA = HOJE MENOS WS-DIAS-PRAZO.
       CALCULA-CORTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WC-DATA.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DH-DATA) TO WS-HOJE-INT.
           COMPUTE WS-CORTE-INT = WS-HOJE-INT - WS-DIAS-PRAZO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CORTE-INT)
               TO WS-DATA-CORTE.

       ABRIR-PAGTOS.
           OPEN I-O PAGTOS
           IF FS-NAO-EXISTE THEN
               OPEN I-O PAGTOS
           END-IF.

       ABRIR-BAIXAS.
           OPEN I-O BAIXAS
           IF FS-BX-NAO-EXISTE THEN
               OPEN OUTPUT BAIXAS
               CLOSE BAIXAS
               OPEN I-O BAIXAS
           END-IF.

       CARREGA-LINHA.
           ADD 1 TO WS-TOTAL-LIDOS.
           PERFORM VALIDA-E-GRAVA THRU VALIDA-E-GRAVA-FIM.

      * -----------------------------------
      * GRAVA A ENTRADA; CHAVE JÁ EXISTENTE É SOBRESCRITA (O RETORNO
      * TRAZ O ESTADO MAIS RECENTE DA COMPETÊNCIA), SALVO QUANDO UMA
      * BAIXA MANUAL AINDA NO PRAZO SEGURA O "P" DO BALCÃO.
       GRAVA-PAGAMENTO.
           PERFORM CONFERE-BAIXAS.
           IF MANTEM-PAGO
               ADD 1 TO WS-TOTAL-MANTIDAS
           ELSE
               PERFORM SOBRESCREVE-PAGAMENTO
           END-IF.

       SOBRESCREVE-PAGAMENTO.
           MOVE SPACES TO PAG-REC.
           MOVE WS-C-CARNET-N TO PAG-CARNET.
           MOVE WS-C-COMPET-N TO PAG-COMPETENCIA.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           MOVE RET-LINHA TO REJ-CSV.
           WRITE REJ-REGISTRO FROM WS-REJ-REC.

      * -----------------------------------
      * FECHA AS BAIXAS PENDENTES DA COMPETÊNCIA DA LINHA DO RETORNO,
      * PELA CHAVE ALTERNATIVA CARNET+COMPETÊNCIA.
       CONFERE-BAIXAS.
           MOVE "N" TO WS-MANTEM-PAGO.
           MOVE 0 TO FINAL-BAIXAS.
           MOVE WS-C-CARNET-N TO BX-CARNET.
           MOVE WS-C-COMPET-N TO BX-COMPETENCIA.
           START BAIXAS KEY IS = BX-PAG-KEY
               INVALID KEY MOVE 1 TO FINAL-BAIXAS
           END-START.
           PERFORM CONFERE-BAIXA UNTIL FINAL-BAIXAS = 1.

       CONFERE-BAIXA.
           READ BAIXAS NEXT RECORD
               AT END MOVE 1 TO FINAL-BAIXAS
               NOT AT END
                   IF BX-CARNET NOT = WS-C-CARNET-N
                       OR BX-COMPETENCIA NOT = WS-C-COMPET-N
                       MOVE 1 TO FINAL-BAIXAS
                   ELSE
                       IF BX-PENDENTE
                           PERFORM FECHA-BAIXA
                       END-IF
                   END-IF
           END-READ.

      * RETORNO EM ABERTO: O FATURAMENTO AINDA NÃO VIU O PAGAMENTO;
      * NO PRAZO O LIVRO FICA COM O "P" DO BALCÃO, FORA DELE A BAIXA
      * VENCE E O RETORNO PREVALECE (A EXCEÇÃO AVISA O SUPERVISOR).
       FECHA-BAIXA.
           MOVE WS-C-STATUS  TO BX-RET-STATUS.
           MOVE WS-C-VALOR-N TO BX-RET-VALOR.
           EVALUATE TRUE
               WHEN WS-C-STATUS = "A" AND BX-DATA >= WS-DATA-CORTE
                   MOVE "S" TO WS-MANTEM-PAGO
               WHEN WS-C-STATUS = "A"
                   MOVE "V" TO BX-SITUACAO
                   MOVE "SEM CONFIRMACAO NO PRAZO" TO WD-MOTIVO
                   PERFORM REGRAVA-BAIXA
                   PERFORM IMPRIME-EXCECAO
               WHEN WS-C-VALOR-N = BX-VALOR
                   MOVE "C" TO BX-SITUACAO
                   PERFORM REGRAVA-BAIXA
                   ADD 1 TO WS-TOTAL-CONFIRMADAS
               WHEN OTHER
                   MOVE "D" TO BX-SITUACAO
                   MOVE "RETORNO COM OUTRO VALOR" TO WD-MOTIVO
                   PERFORM REGRAVA-BAIXA
                   PERFORM IMPRIME-EXCECAO
           END-EVALUATE.

       REGRAVA-BAIXA.
           MOVE WS-DH-DATA TO BX-DATA-SITUACAO.
           REWRITE BX-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A BAIXA " BX-RECIBO
           END-REWRITE.

      * -----------------------------------
      * BAIXAS AINDA PENDENTES ALÉM DO PRAZO, CUJA COMPETÊNCIA NÃO
      * VEIO NO RETORNO: VENCEM E VÃO PARA AS EXCEÇÕES.
       VENCE-BAIXAS.
           MOVE 0 TO FINAL-BAIXAS.
           MOVE ZEROS TO BX-RECIBO.
           START BAIXAS KEY IS NOT LESS THAN BX-KEY
               INVALID KEY GO TO VENCE-BAIXAS-FIM
           END-START.
           PERFORM VENCE-BAIXA UNTIL FINAL-BAIXAS = 1.
       VENCE-BAIXAS-FIM.
           EXIT.

       VENCE-BAIXA.
           READ BAIXAS NEXT RECORD
               AT END MOVE 1 TO FINAL-BAIXAS
               NOT AT END
                   IF BX-PENDENTE AND BX-DATA < WS-DATA-CORTE
                       MOVE "V" TO BX-SITUACAO
                       MOVE SPACES TO BX-RET-STATUS
                       MOVE ZEROS TO BX-RET-VALOR
                       MOVE "SEM CONFIRMACAO NO PRAZO" TO WD-MOTIVO
                       PERFORM REGRAVA-BAIXA
                       PERFORM IMPRIME-EXCECAO
                   END-IF
           END-READ.

      * -----------------------------------
      * LINHA DA EXCEÇÃO A PARTIR DA ÁREA DO FD (BX-REC); O MOTIVO
      * JÁ VEM EM WD-MOTIVO.
       IMPRIME-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE BX-RECIBO TO WD-RECIBO.
           MOVE BX-CARNET TO WD-CARNET.
           MOVE BX-COMPETENCIA(5:2) TO WD-MES.
           MOVE BX-COMPETENCIA(1:4) TO WD-ANO.
           MOVE BX-VALOR TO WD-VALOR.
           MOVE BX-DATA TO WD-DATA.
           MOVE BX-OPERADOR TO WD-OPERADOR.
           MOVE BX-RET-STATUS TO WD-RET-STATUS.
           MOVE BX-RET-VALOR TO WD-RET-VALOR.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

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
