      * reloper.lst: QUANTIDADES POR OPERADOR POR DIA (COM LINHA DE
      * ALERTA QUANDO AS EXCLUSÕES DE UM OPERADOR NUM DIA PASSAM DE
      * WS-LIMITE-EXCLUSOES), TOTAIS MENSAIS POR OPERADOR E, POR
      * OPERADOR, QUAIS CAMPOS SÃO MAIS ALTERADOS. NA ATIVIDADE POR
      * AGÊNCIA, O NOME DA AGÊNCIA VEM DO CADASTRO DE AGÊNCIAS
      * (agencias.dat); CÓDIGO FORA DO CADASTRO SAI COMO "NAO
      * CADASTRADA" E É CONTADO NO LOG DO JOB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.

       DATA DIVISION.
       FILE SECTION.
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "reloper.lst".
       01 LINHA-REL PIC X(80).
       77 WS-CADASTRO-ABERTO PIC X VALUE "N".
           88 CADASTRO-ABERTO VALUE "S".
       77 FS-STAT-HIST PIC 9(02).
       77 FS-STAT-AGM  PIC 9(02).
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".
       77 WS-AGE-DESCONHECIDAS PIC 9(06) VALUE 0.
       77 FS-STAT-AUD  PIC 9(02).
       77 FINAL-HISTORICO PIC 9 VALUE 0.
       77 FINAL-AUDITORIA PIC 9 VALUE 0.
           05 FILLER PIC X(08) VALUE "INCL".
           05 FILLER PIC X(08) VALUE "ALTER".
           05 FILLER PIC X(08) VALUE "EXCL".
           05 FILLER PIC X(31) VALUE " NOME DA AGENCIA".
       01 WS-DET-AGE.
           05 WG-L-AGENCIA PIC 9(03).
           05 FILLER       PIC X(06) VALUE SPACES.
           05 WG-L-ALT     PIC ZZZ,ZZ9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WG-L-EXC     PIC ZZZ,ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WG-L-NOME    PIC X(30).

       01 WS-CAB-OPE.
           05 FILLER PIC X(44) VALUE
           IF CADASTRO-ABERTO
               CLOSE FILE1
           END-IF.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-POR-DIA.
           PERFORM IMPRIME-POR-MES.
               WRITE LINHA-REL FROM WS-LINHA-ESTOURO
           END-IF.
           CLOSE RELATORIO.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.
           DISPLAY "ENTRADAS POR DIA: "  WS-DIA-QTD.
           DISPLAY "ENTRADAS POR MES: "  WS-MES-QTD.
           DISPLAY "OPERADORES: "        WS-OPE-QTD.
           IF WS-AGE-DESCONHECIDAS > 0
               DISPLAY "LINHAS DE AGENCIA NAO CADASTRADA: "
                   WS-AGE-DESCONHECIDAS
           END-IF.
           STOP RUN.

       ACUMULA-AUDITORIA.
           EXIT.

      * REATIVAÇÃO CONTA JUNTO COM AS INCLUSÕES (O CLIENTE VOLTA AO
      * CADASTRO); ANONIMIZAÇÃO, TROCA DE CARNET, TRANSFERÊNCIA DE
      * AGÊNCIA (AGEFECHA) E REGISTRO DE CONSENTIMENTO SÃO
      * MOVIMENTOS ADMINISTRATIVOS E CONTAM COMO ALTERAÇÃO; AS DEMAIS
      * AÇÕES (EXCLUSAO, UNIFICACAO) CONTAM COMO EXCLUSÕES. A
      * "DUPLICATA" SÓ ACOMPANHA UMA "INCLUSAO" JÁ CONTADA (A
      * JUSTIFICATIVA DE UMA POSSÍVEL DUPLICATA) E NÃO CONTA.
       ACUMULA-AUD-LINHA.
           EVALUATE AUD-ACAO
               WHEN "INCLUSAO"
                   MOVE "I" TO WS-TIPO
               WHEN "ANONIMIZA"
               WHEN "TROCA"
               WHEN "TRANSFAG"
               WHEN "CONSENTE"
                   MOVE "A" TO WS-TIPO
               WHEN "DUPLICATA"
                   MOVE SPACE TO WS-TIPO
               WHEN OTHER
                   MOVE "E" TO WS-TIPO
           END-EVALUATE.
           MOVE AUD-OPERADOR TO WS-OPER-BUSCA.
           MOVE AUD-DATA     TO WS-DATA-BUSCA.
           MOVE AUD-CARNET   TO WS-CARNET-BUSCA.
           IF WS-TIPO NOT = SPACE
               PERFORM CONTABILIZA
               PERFORM CONTABILIZA-AGENCIA
           END-IF.
           READ AUDITLOG
               AT END MOVE 1 TO FINAL-AUDITORIA
           END-READ.
           MOVE WG-INC(WS-I)     TO WG-L-INC.
           MOVE WG-ALT(WS-I)     TO WG-L-ALT.
           MOVE WG-EXC(WS-I)     TO WG-L-EXC.
           PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM.
           WRITE LINHA-REL FROM WS-DET-AGE.

      * -----------------------------------
      * NOME DA AGÊNCIA DA LINHA; CÓDIGO FORA DO CADASTRO SAI MARCADO
      * E É CONTADO (A MATRIZ SAI COMO MATRIZ MESMO SEM ESTAR
      * CADASTRADA). SEM agencias.dat SAI SÓ O CÓDIGO.
       BUSCA-NOME-AGENCIA.
           MOVE SPACES TO WG-L-NOME.
           IF NOT AGENCIAS-ABERTO
               GO TO BUSCA-NOME-AGENCIA-FIM
           END-IF.
           MOVE WG-AGENCIA(WS-I) TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   IF WG-AGENCIA(WS-I) = ZEROS
                       MOVE "MATRIZ" TO WG-L-NOME
                   ELSE
                       MOVE "*** NAO CADASTRADA ***" TO WG-L-NOME
                       ADD 1 TO WS-AGE-DESCONHECIDAS
                   END-IF
               NOT INVALID KEY
                   MOVE AGE-NOME TO WG-L-NOME
           END-READ.
       BUSCA-NOME-AGENCIA-FIM.
           EXIT.

       IMPRIME-POR-CAMPO.
           WRITE LINHA-REL FROM WS-CAB-OPE.
           PERFORM IMPRIME-LINHA-OPE
