       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCARGA.

      * CARGA DAS DEVOLUÇÕES DE CORREIO (devolucoes.dat) A PARTIR DO
      * ARQUIVO DE DEVOLUÇÕES devolucoes.csv, LINHAS
      * CARNET,MOTIVO[,DATA], COM OS MOTIVOS
      *     01  MUDOU-SE
      *     02  DESCONHECIDO
      *     03  RECUSADO
      *     04  ENDEREÇO INCOMPLETO
      * E A DATA DA DEVOLUÇÃO EM AAAAMMDD (AUSENTE = HOJE). RODA
      * AVULSA, A CADA LOTE DE CORRESPONDÊNCIA DEVOLVIDA. CADA LINHA
      * VIRA UMA DEVOLUÇÃO PENDENTE DO CARNET, COM O ENDEREÇO QUE ESTÁ
      * NO CADASTRO; CARNET TROCADO É SEGUIDO ATÉ O CARNET ATUAL (A
      * CARTA FOI PARA O MESMO ENDEREÇO). A MESMA DEVOLUÇÃO (CARNET,
      * DATA E MOTIVO) AINDA PENDENTE NÃO É GRAVADA DE NOVO, ENTÃO O
      * LOTE PODE SER RECARREGADO. LINHAS INVÁLIDAS VÃO PARA
      * devolucoes_rejeitadas.csv COM O MOTIVO. RC=1 SINALIZA LINHAS
      * REJEITADAS; RC=2 É FALHA DURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-IN ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-CSV.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT DEVOLUCOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-DEV
               RECORD KEY IS DEV-KEY.
           SELECT REJEITOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-IN LABEL RECORD STANDARD
                 VALUE OF FILE-ID IS "devolucoes.csv".
       01 CSV-LINHA PIC X(80).

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD DEVOLUCOES VALUE OF FILE-ID IS "devolucoes.dat".
           COPY devolucao.

       FD REJEITOS LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "devolucoes_rejeitadas.csv".
       01 REJ-REGISTRO PIC X(83).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
       77 FS-STAT-CSV PIC 9(02).
       77 FS-STAT-DEV PIC 9(02).
           88 FS-DEV-NAO-EXISTE VALUE 35.
       77 FINAL-ARQUIVO PIC 9 VALUE 0.
       77 FINAL-DEVOLUCOES PIC 9 VALUE 0.

       77 WS-TOTAL-LIDOS     PIC 9(08) VALUE 0.
       77 WS-TOTAL-GRAVADOS  PIC 9(08) VALUE 0.
       77 WS-TOTAL-REPETIDAS PIC 9(08) VALUE 0.
       77 WS-TOTAL-REJEITOS  PIC 9(08) VALUE 0.

      * MOTIVOS DE REJEIÇÃO GRAVADOS EM devolucoes_rejeitadas.csv
       77 WS-MOTIVO PIC X(02).
           88 MOTIVO-CARNET-INVALIDO VALUE "01".
           88 MOTIVO-CARNET-AUSENTE  VALUE "02".
           88 MOTIVO-DEV-INVALIDO    VALUE "03".
           88 MOTIVO-DATA-INVALIDA   VALUE "04".
      * O CARNET JÁ USOU AS 999 SEQUÊNCIAS DA CHAVE DE DEVOLUÇÃO
           88 MOTIVO-LIMITE-SEQ      VALUE "05".

       01 WS-CSV-CAMPOS.
           05 WS-C-CARNET PIC X(09).
           05 WS-C-MOTIVO PIC X(02).
           05 WS-C-DATA   PIC X(08).
      * CAMPOS REALINHADOS À DIREITA (ZERO-FILL) ANTES DO TESTE NOT
      * NUMERIC, COMO NO CLIIMP
       77 WS-C-CARNET-N PIC 9(09) VALUE 0.
       77 WS-C-DATA-N   PIC 9(08) VALUE 0.
       01 WS-DATA-DEV   PIC 9(08) VALUE 0.
       01 WS-DATA-DEV-R REDEFINES WS-DATA-DEV.
           05 WS-DD-ANO PIC 9(04).
           05 WS-DD-MES PIC 9(02).
           05 WS-DD-DIA PIC 9(02).

      * CARNET TROCADO: A CADEIA É SEGUIDA ATÉ WS-CAD-MAX ELOS
       77 WS-CAD-MAX PIC 9 VALUE 5.
       77 WS-CAD-I   PIC 9 VALUE 0.
       77 WS-ULT-SEQ PIC 9(03) VALUE 0.
       77 WS-REPETIDA PIC X VALUE "N".
           88 DEVOLUCAO-REPETIDA VALUE "S".

       01 WS-REJ-REC.
           05 REJ-MOTIVO PIC X(02).
           05 FILLER     PIC X VALUE ",".
           05 REJ-CSV    PIC X(80).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           OPEN INPUT CSV-IN.
           IF FS-STAT-CSV NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR devolucoes.csv"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               CLOSE CSV-IN
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DEVOLUCOES.
           IF FS-DEV-NAO-EXISTE
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN I-O DEVOLUCOES
           END-IF.
           OPEN OUTPUT REJEITOS.
           READ CSV-IN
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM CARREGA-LINHA UNTIL FINAL-ARQUIVO = 1.
           CLOSE CSV-IN.
           CLOSE FILE1.
           CLOSE DEVOLUCOES.
           CLOSE REJEITOS.
           DISPLAY "LIDOS: "      WS-TOTAL-LIDOS.
           DISPLAY "GRAVADOS: "   WS-TOTAL-GRAVADOS.
           DISPLAY "JA PENDENTES (NAO REGRAVADAS): "
               WS-TOTAL-REPETIDAS.
           DISPLAY "REJEITADOS: " WS-TOTAL-REJEITOS.
           IF WS-TOTAL-REJEITOS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CARREGA-LINHA.
           ADD 1 TO WS-TOTAL-LIDOS.
           PERFORM VALIDA-E-GRAVA THRU VALIDA-E-GRAVA-FIM.
           READ CSV-IN
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * SEPARA E VALIDA OS CAMPOS DA LINHA E ACHA O CLIENTE NO
      * CADASTRO; SÓ ENTÃO A DEVOLUÇÃO É GRAVADA.
       VALIDA-E-GRAVA.
           MOVE SPACES TO WS-CSV-CAMPOS.
           UNSTRING CSV-LINHA DELIMITED BY ","
               INTO WS-C-CARNET WS-C-MOTIVO WS-C-DATA
           END-UNSTRING.
           MOVE WS-C-CARNET TO WS-C-CARNET-N.
           IF WS-C-CARNET-N NOT NUMERIC OR WS-C-CARNET-N = ZEROS
               MOVE "01" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           MOVE WS-C-MOTIVO TO DEV-MOTIVO.
           IF NOT DEV-MOTIVO-VALIDO
               MOVE "03" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           IF WS-C-DATA = SPACES
               MOVE WS-DH-DATA TO WS-DATA-DEV
           ELSE
               MOVE WS-C-DATA TO WS-C-DATA-N
               MOVE WS-C-DATA-N TO WS-DATA-DEV
           END-IF.
           IF WS-DATA-DEV NOT NUMERIC
               OR WS-DD-MES < 01 OR WS-DD-MES > 12
               OR WS-DD-DIA < 01 OR WS-DD-DIA > 31
               OR WS-DATA-DEV > WS-DH-DATA
               MOVE "04" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           MOVE WS-C-CARNET-N TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY
                   MOVE "02" TO WS-MOTIVO
                   PERFORM GRAVA-REJEITO
                   GO TO VALIDA-E-GRAVA-FIM
           END-READ.
           MOVE 0 TO WS-CAD-I.
           PERFORM SEGUE-SUCESSOR
               UNTIL NOT MESTRE-TRANSFERIDO OR WS-CAD-I >= WS-CAD-MAX
                   OR FS-STAT NOT = ZEROS.
           IF FS-STAT NOT = ZEROS OR MESTRE-TRANSFERIDO
               MOVE "02" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           PERFORM VERIFICA-PENDENTES THRU VERIFICA-PENDENTES-FIM.
           IF DEVOLUCAO-REPETIDA
               ADD 1 TO WS-TOTAL-REPETIDAS
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           IF WS-ULT-SEQ = 999
               MOVE "05" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           PERFORM GRAVA-DEVOLUCAO.
       VALIDA-E-GRAVA-FIM.
           EXIT.

      * O REGISTRO "T" APONTA O CARNET QUE O SUBSTITUIU
       SEGUE-SUCESSOR.
           ADD 1 TO WS-CAD-I.
           MOVE MESTRE-CARNET-SUCESSOR TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
           END-READ.

      * -----------------------------------
      * PERCORRE AS DEVOLUÇÕES DO CARNET: GUARDA A ÚLTIMA SEQUÊNCIA E
      * MARCA SE A MESMA DEVOLUÇÃO (DATA E MOTIVO) JÁ ESTÁ PENDENTE.
       VERIFICA-PENDENTES.
           MOVE 0 TO WS-ULT-SEQ.
           MOVE "N" TO WS-REPETIDA.
           MOVE 0 TO FINAL-DEVOLUCOES.
           MOVE MESTRE-CARNET TO DEV-CARNET.
           MOVE ZEROS TO DEV-SEQ.
           START DEVOLUCOES KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY GO TO VERIFICA-PENDENTES-FIM
           END-START.
           PERFORM LE-DEVOLUCAO UNTIL FINAL-DEVOLUCOES = 1.
       VERIFICA-PENDENTES-FIM.
           EXIT.

       LE-DEVOLUCAO.
           READ DEVOLUCOES NEXT RECORD
               AT END MOVE 1 TO FINAL-DEVOLUCOES
               NOT AT END
                   IF DEV-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-DEVOLUCOES
                   ELSE
                       MOVE DEV-SEQ TO WS-ULT-SEQ
                       IF DEV-PENDENTE AND DEV-DATA = WS-DATA-DEV
                           AND DEV-MOTIVO = WS-C-MOTIVO
                           MOVE "S" TO WS-REPETIDA
                       END-IF
                   END-IF
           END-READ.

       GRAVA-DEVOLUCAO.
           MOVE SPACES TO DEV-REC.
           MOVE MESTRE-CARNET   TO DEV-CARNET.
           COMPUTE DEV-SEQ = WS-ULT-SEQ + 1.
           MOVE WS-DATA-DEV     TO DEV-DATA.
           MOVE WS-C-MOTIVO     TO DEV-MOTIVO.
           MOVE "A"             TO DEV-ORIGEM.
           MOVE "DEVCARGA"      TO DEV-OPERADOR.
           MOVE MESTRE-ENDERECO TO DEV-ENDERECO.
           MOVE "P"             TO DEV-SITUACAO.
           MOVE ZEROS           TO DEV-DATA-SITUACAO.
           WRITE DEV-REC
               INVALID KEY
                   MOVE "02" TO WS-MOTIVO
                   PERFORM GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

       GRAVA-REJEITO.
           ADD 1 TO WS-TOTAL-REJEITOS.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           MOVE CSV-LINHA TO REJ-CSV.
           WRITE REJ-REGISTRO FROM WS-REJ-REC.
