      * RODAR NO FECHAMENTO MENSAL, ANTES DO CORTE DOS LOGS (COMO O
      * RELOPER): O MÊS INTEIRO AINDA ESTÁ NO LOG VIVO. O MÊS VEM DE
      * relmov.par (ANOMES=AAAAMM); SEM O ARQUIVO, É O MÊS ANTERIOR.
      *
      * DEPOIS DA PROVA, O MESMO MOVIMENTO SAI ABERTO POR AGÊNCIA,
      * COM O NOME DE CADA UMA LIDO DO CADASTRO DE AGÊNCIAS
      * (agencias.dat) E AS TRANSFERÊNCIAS DE CARTEIRA DO AGEFECHA
      * (ENTRADAS "TRANSFAG", QUE NÃO MEXEM NO ESTOQUE DE ATIVOS E
      * POR ISSO NÃO ENTRAM NA PROVA). A AGÊNCIA DE CADA AÇÃO É A DO
      * REGISTRO NO CADASTRO VIVO (EXPURGADO CONTA NA 000); CÓDIGO
      * FORA DO CADASTRO DE AGÊNCIAS SAI COMO "NAO CADASTRADA".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS FS-STAT-DEM.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.

       DATA DIVISION.
       FILE SECTION.
                    VALUE OF FILE-ID IS "relmov.lst".
       01 LINHA-REL PIC X(80).

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FINAL-AUDITORIA PIC 9 VALUE 0.
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-MORTO     PIC 9 VALUE 0.
       77 FS-STAT-AGM PIC 9(02).
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".

      * MÊS DEMONSTRADO (AAAAMM)
       77 WS-ANOMES PIC 9(06) VALUE 0.
       77 WS-VAL-LEG PIC S9(08) VALUE 0.
       77 WS-VAL-CLI PIC S9(08) VALUE 0.

      * MOVIMENTO DO MÊS POR AGÊNCIA, INDEXADO PELO CÓDIGO + 1 (A
      * MATRIZ, 000, É A POSIÇÃO 1). SAÍDAS SOMA EXCLUSÕES,
      * UNIFICAÇÕES E TROCAS; AS TRANSFERÊNCIAS VÊM DAS ENTRADAS
      * "TRANSFAG", QUE LEVAM A AGÊNCIA DE ORIGEM E A DE DESTINO NAS
      * 6 PRIMEIRAS POSIÇÕES DO CAMPO DE ENDEREÇO.
       77 WS-AGENCIA-MOV PIC 9(03) VALUE 0.
       77 WS-AG PIC 9(04) VALUE 0.
       77 WS-AGE-DESCONHECIDAS PIC 9(06) VALUE 0.
       01 WS-TAB-AGE.
           05 WS-AGE-ENT OCCURS 1000 TIMES.
               10 WA-INC     PIC 9(06) VALUE 0.
               10 WA-REA     PIC 9(06) VALUE 0.
               10 WA-SAI     PIC 9(06) VALUE 0.
               10 WA-TRF-ENT PIC 9(06) VALUE 0.
               10 WA-TRF-SAI PIC 9(06) VALUE 0.
               10 WA-ATIVOS  PIC 9(06) VALUE 0.
       01 WS-TRF-AGENCIAS.
           05 WS-TRF-ORIGEM  PIC 9(03).
           05 WS-TRF-DESTINO PIC 9(03).
       01 WS-CAB-AGE.
           05 FILLER PIC X(40) VALUE
              "MOVIMENTO DO MES POR AGENCIA".
       01 WS-SUB-AGE.
           05 FILLER PIC X(24) VALUE "AGE NOME".
           05 FILLER PIC X(07) VALUE "   INCL".
           05 FILLER PIC X(07) VALUE "   REAT".
           05 FILLER PIC X(07) VALUE " SAIDAS".
           05 FILLER PIC X(07) VALUE " TRF-EN".
           05 FILLER PIC X(07) VALUE " TRF-SA".
           05 FILLER PIC X(07) VALUE " ATIVOS".
       01 WS-DET-AGE.
           05 WA-L-AGENCIA PIC 9(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WA-L-NOME    PIC X(20).
           05 WA-L-INC     PIC ZZZ,ZZ9.
           05 WA-L-REA     PIC ZZZ,ZZ9.
           05 WA-L-SAI     PIC ZZZ,ZZ9.
           05 WA-L-TRF-ENT PIC ZZZ,ZZ9.
           05 WA-L-TRF-SAI PIC ZZZ,ZZ9.
           05 WA-L-ATIVOS  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           PERFORM CALCULA-FECHAMENTO.
           PERFORM IMPRIME-DEMONSTRATIVO.
           PERFORM GRAVA-ABERTURA-PROXIMA.
           IF WS-AGE-DESCONHECIDAS > 0
               DISPLAY "AGENCIAS NAO CADASTRADAS NO MOVIMENTO: "
                   WS-AGE-DESCONHECIDAS
           END-IF.
           IF HA-DIVERGENCIA
               DISPLAY "*** DEMONSTRATIVO NAO FECHOU ***"
               MOVE 1 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM ACUMULA-AGENCIA
           ELSE
               ADD 1 TO WS-AUD-FORA-MES
           END-IF.
      * ÚLTIMO CASO, PELO OPERADOR (SINCLEG CARREGA SÓ LEGADO).
       BUSCA-ORIGEM.
           MOVE 2 TO WS-O.
           MOVE ZEROS TO WS-AGENCIA-MOV.
           MOVE AUD-CARNET TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY
                   IF MESTRE-ORIG-LEGADO
                       MOVE 1 TO WS-O
                   END-IF
                   IF MESTRE-AGENCIA NUMERIC
                       MOVE MESTRE-AGENCIA TO WS-AGENCIA-MOV
                   END-IF
           END-READ.

      * -----------------------------------
      * ACUMULA A AÇÃO NA AGÊNCIA DO REGISTRO; A TRANSFERÊNCIA SAI DA
      * AGÊNCIA DE ORIGEM E ENTRA NA DE DESTINO GRAVADAS NA ENTRADA.
       ACUMULA-AGENCIA.
           COMPUTE WS-AG = WS-AGENCIA-MOV + 1.
           EVALUATE AUD-ACAO
               WHEN "INCLUSAO"
                   ADD 1 TO WA-INC(WS-AG)
               WHEN "REATIVACAO"
                   ADD 1 TO WA-REA(WS-AG)
               WHEN "EXCLUSAO"
               WHEN "UNIFICACAO"
               WHEN "TROCA"
                   ADD 1 TO WA-SAI(WS-AG)
               WHEN "TRANSFAG"
                   IF AUD-ENDERECO(1:6) NUMERIC
                       MOVE AUD-ENDERECO(1:6) TO WS-TRF-AGENCIAS
                       COMPUTE WS-AG = WS-TRF-ORIGEM + 1
                       ADD 1 TO WA-TRF-SAI(WS-AG)
                       COMPUTE WS-AG = WS-TRF-DESTINO + 1
                       ADD 1 TO WA-TRF-ENT(WS-AG)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROCURA-ARQ.
           IF WT-CARNET(WS-I) = AUD-CARNET
               MOVE WS-I TO WS-ACHOU
                   END-IF
                   IF MESTRE-ATIVO
                       ADD 1 TO WS-ATIVOS-REAL(WS-O)
                       IF MESTRE-AGENCIA NUMERIC
                           COMPUTE WS-AG = MESTRE-AGENCIA + 1
                       ELSE
                           MOVE 1 TO WS-AG
                       END-IF
                       ADD 1 TO WA-ATIVOS(WS-AG)
                   END-IF
           END-READ.

                   TO WV-TEXTO
               WRITE LINHA-REL FROM WS-LINHA-AVISO
           END-IF.
           PERFORM IMPRIME-POR-AGENCIA.
           CLOSE RELATORIO.

       IMPRIME-LINHA-DEM.
               WRITE LINHA-REL FROM WS-LINHA-TOT
           END-IF.

      * -----------------------------------
      * MOVIMENTO POR AGÊNCIA: SÓ SAEM AS AGÊNCIAS COM MOVIMENTO OU
      * COM ATIVOS. SEM agencias.dat SAI SÓ O CÓDIGO.
       IMPRIME-POR-AGENCIA.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-CAB-AGE.
           WRITE LINHA-REL FROM WS-SUB-AGE.
           PERFORM IMPRIME-LINHA-AGE
               VARYING WS-AG FROM 1 BY 1 UNTIL WS-AG > 1000.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.

       IMPRIME-LINHA-AGE.
           IF WA-INC(WS-AG) > 0 OR WA-REA(WS-AG) > 0
               OR WA-SAI(WS-AG) > 0 OR WA-TRF-ENT(WS-AG) > 0
               OR WA-TRF-SAI(WS-AG) > 0 OR WA-ATIVOS(WS-AG) > 0
               COMPUTE WA-L-AGENCIA = WS-AG - 1
               PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM
               MOVE WA-INC(WS-AG)     TO WA-L-INC
               MOVE WA-REA(WS-AG)     TO WA-L-REA
               MOVE WA-SAI(WS-AG)     TO WA-L-SAI
               MOVE WA-TRF-ENT(WS-AG) TO WA-L-TRF-ENT
               MOVE WA-TRF-SAI(WS-AG) TO WA-L-TRF-SAI
               MOVE WA-ATIVOS(WS-AG)  TO WA-L-ATIVOS
               WRITE LINHA-REL FROM WS-DET-AGE
           END-IF.

      * NOME DA AGÊNCIA DA LINHA; CÓDIGO FORA DO CADASTRO SAI MARCADO
      * E É CONTADO (A MATRIZ SAI COMO MATRIZ MESMO SEM ESTAR
      * CADASTRADA).
       BUSCA-NOME-AGENCIA.
           MOVE SPACES TO WA-L-NOME.
           IF NOT AGENCIAS-ABERTO
               GO TO BUSCA-NOME-AGENCIA-FIM
           END-IF.
           MOVE WA-L-AGENCIA TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   IF WA-L-AGENCIA = ZEROS
                       MOVE "MATRIZ" TO WA-L-NOME
                   ELSE
                       MOVE "*** NAO CADASTRADA" TO WA-L-NOME
                       ADD 1 TO WS-AGE-DESCONHECIDAS
                   END-IF
               NOT INVALID KEY
                   MOVE AGE-NOME TO WA-L-NOME
           END-READ.
       BUSCA-NOME-AGENCIA-FIM.
           EXIT.

      * -----------------------------------
      * O FECHAMENTO REAL DESTE MÊS É A ABERTURA DO PRÓXIMO.
       GRAVA-ABERTURA-PROXIMA.
