       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCARGA.

      * CARGA DA BASE DE CEPS (ceps.dat) A PARTIR DA BASE DOS CORREIOS
      * EXPORTADA EM ceps_correios.csv, LINHAS
      * CEP,LOGRADOURO,BAIRRO,CIDADE,UF (UMA POR CEP). RODA AVULSA,
      * A CADA ATUALIZAÇÃO DA BASE DOS CORREIOS. CEP JÁ CARREGADO É
      * SOBRESCRITO (A BASE NOVA É O RETRATO MAIS RECENTE), COMO NO
      * PAGCARGA; CEP QUE SAIU DA BASE DOS CORREIOS CONTINUA EM
      * ceps.dat, PARA NÃO INVALIDAR OS ENDEREÇOS JÁ CADASTRADOS COM
      * ELE. OS TEXTOS SÃO GRAVADOS EM MAIÚSCULAS, QUE É COMO O
      * CLIENTES E O CLIIMP COMPARAM CIDADE E BAIRRO. LINHAS
      * INVÁLIDAS VÃO PARA ceps_rejeitados.csv COM O MOTIVO. RC=1
      * SINALIZA LINHAS REJEITADAS; RC=2 É FALHA DURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-IN ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-CSV.
           SELECT CEPREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS CEP-KEY.
           SELECT REJEITOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-IN LABEL RECORD STANDARD
                 VALUE OF FILE-ID IS "ceps_correios.csv".
       01 CSV-LINHA PIC X(120).

       FD CEPREF VALUE OF FILE-ID IS "ceps.dat".
           COPY cep.

       FD REJEITOS LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "ceps_rejeitados.csv".
       01 REJ-REGISTRO PIC X(123).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 FS-STAT-CSV PIC 9(02).
       77 FINAL-ARQUIVO PIC 9 VALUE 0.

       77 WS-TOTAL-LIDOS     PIC 9(08) VALUE 0.
       77 WS-TOTAL-GRAVADOS  PIC 9(08) VALUE 0.
       77 WS-TOTAL-REJEITOS  PIC 9(08) VALUE 0.

      * MOTIVOS DE REJEIÇÃO GRAVADOS EM ceps_rejeitados.csv
       77 WS-MOTIVO PIC X(02).
           88 MOTIVO-CEP-INVALIDO    VALUE "01".
           88 MOTIVO-CIDADE-AUSENTE  VALUE "02".
           88 MOTIVO-UF-INVALIDA     VALUE "03".

       01 WS-CSV-CAMPOS.
           05 WS-C-CEP        PIC X(08).
           05 WS-C-LOGRADOURO PIC X(30).
           05 WS-C-BAIRRO     PIC X(20).
           05 WS-C-CIDADE     PIC X(20).
           05 WS-C-UF         PIC X(02).
      * CEP REALINHADO À DIREITA (ZERO-FILL) ANTES DO TESTE NOT
      * NUMERIC, COMO NO CLIIMP
       77 WS-C-CEP-N PIC 9(08) VALUE 0.

       01 WS-REJ-REC.
           05 REJ-MOTIVO PIC X(02).
           05 FILLER     PIC X VALUE ",".
           05 REJ-CSV    PIC X(120).

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
               DISPLAY "NAO FOI POSSIVEL ABRIR ceps_correios.csv"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CEPREF.
           IF FS-NAO-EXISTE
               OPEN OUTPUT CEPREF
               CLOSE CEPREF
               OPEN I-O CEPREF
           END-IF.
           OPEN OUTPUT REJEITOS.
           READ CSV-IN
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM CARREGA-LINHA UNTIL FINAL-ARQUIVO = 1.
           CLOSE CSV-IN.
           CLOSE CEPREF.
           CLOSE REJEITOS.
           DISPLAY "LIDOS: "      WS-TOTAL-LIDOS.
           DISPLAY "GRAVADOS: "   WS-TOTAL-GRAVADOS.
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
      * SEPARA E VALIDA OS CAMPOS DA LINHA. LOGRADOURO E BAIRRO EM
      * BRANCO SÃO ACEITOS (CEP GENÉRICO DE CIDADE); CIDADE E UF SÃO
      * OBRIGATÓRIAS.
       VALIDA-E-GRAVA.
           MOVE SPACES TO WS-CSV-CAMPOS.
           UNSTRING CSV-LINHA DELIMITED BY ","
               INTO WS-C-CEP WS-C-LOGRADOURO WS-C-BAIRRO
                    WS-C-CIDADE WS-C-UF
           END-UNSTRING.
           MOVE WS-C-CEP TO WS-C-CEP-N.
           IF WS-C-CEP-N NOT NUMERIC OR WS-C-CEP-N = ZEROS
               MOVE "01" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           IF WS-C-CIDADE = SPACES
               MOVE "02" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           IF WS-C-UF NOT ALPHABETIC OR WS-C-UF(1:1) = SPACE
               OR WS-C-UF(2:1) = SPACE
               MOVE "03" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           PERFORM GRAVA-CEP.
       VALIDA-E-GRAVA-FIM.
           EXIT.

       GRAVA-CEP.
           MOVE SPACES TO CEP-REC.
           MOVE WS-C-CEP-N TO CEP-NUMERO.
           MOVE FUNCTION UPPER-CASE(WS-C-LOGRADOURO) TO CEP-LOGRADOURO.
           MOVE FUNCTION UPPER-CASE(WS-C-BAIRRO)     TO CEP-BAIRRO.
           MOVE FUNCTION UPPER-CASE(WS-C-CIDADE)     TO CEP-CIDADE.
           MOVE FUNCTION UPPER-CASE(WS-C-UF)         TO CEP-UF.
           MOVE WS-DH-DATA TO CEP-DATA-CARGA.
           WRITE CEP-REC
               INVALID KEY
                   REWRITE CEP-REC
                       INVALID KEY
                           MOVE "01" TO WS-MOTIVO
                           PERFORM GRAVA-REJEITO
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-GRAVADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

       GRAVA-REJEITO.
           ADD 1 TO WS-TOTAL-REJEITOS.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           MOVE CSV-LINHA TO REJ-CSV.
           WRITE REJ-REGISTRO FROM WS-REJ-REC.
