      * TOTAL DE CONTROLE DA NOITE ANTERIOR, ESTE PROGRAMA DESCONTA
      * DO clientes.ctl O QUE EXPURGOU, SENÃO A PRÓXIMA CONCILIAÇÃO
      * ACUSARIA DIVERGÊNCIA TODA NOITE DE EXPURGO.
      *
      * O CARNET EXPURGADO SAI TAMBÉM DO SEU DOMICÍLIO (domicilios.dat,
      * VEJA domicilio.cpy); SE ERA O TITULAR, O MEMBRO DE MENOR
      * CARNET (O MAIS ANTIGO) ASSUME. SEM O ARQUIVO DE DOMICÍLIOS
      * (NENHUM AGRUPAMENTO AINDA) ESSE PASSO É PULADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CANDIDATOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-CAND.
           SELECT DOMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-DOM
               RECORD KEY IS DOM-KEY
               ALTERNATE RECORD KEY IS DOM-ID WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
                     VALUE OF FILE-ID IS "purga.cand".
       01 CAND-LINHA PIC X(09).

       FD DOMFILE VALUE OF FILE-ID IS "domicilios.dat".
           COPY domicilio.

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK VALUE ZEROS.
       77 FS-STAT-CAND PIC 9(02).
       77 FS-STAT-DOM PIC 9(02).
       77 WS-DOM-ABERTO PIC X VALUE "N".
           88 DOM-ABERTO VALUE "S".
       77 FINAL-ARQUIVO PIC 9 VALUE 0.
       77 FINAL-CAND PIC 9 VALUE 0.
       77 WS-USA-CAND PIC X VALUE "N".
       77 WS-TOTAL-SEM-DATA   PIC 9(06) VALUE 0.
       77 WS-CHECKSUM-PURGA   PIC 9(12) VALUE 0.
       77 WS-CARNET-NUM       PIC 9(09) VALUE 0.
       77 WS-TOTAL-DOM-SAIDAS PIC 9(06) VALUE 0.
       77 WS-TOTAL-DOM-NOVO-TIT PIC 9(06) VALUE 0.

      * SAÍDA DO DOMICÍLIO: NÚMERO E PAPEL DO CARNET EXPURGADO E O
      * MEMBRO QUE ASSUME QUANDO SAI O TITULAR
       77 WS-DOM-ID-SAIU   PIC 9(07) VALUE 0.
       77 WS-DOM-PAPEL-SAIU PIC X(01) VALUE SPACE.
       77 WS-DOM-NOVO-TIT  PIC 9(09) VALUE 0.
       77 FINAL-DOM        PIC 9 VALUE 0.

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
           CLOSE FILE1.
           CLOSE ARQUIVO-MORTO.
           CLOSE RELATORIO.
           IF DOM-ABERTO
               CLOSE DOMFILE
           END-IF.
           PERFORM ATUALIZA-CONTROLE THRU ATUALIZA-CONTROLE-FIM.
           DISPLAY "REGISTROS LIDOS: "        WS-TOTAL-LIDOS.
           DISPLAY "CLIENTES ARQUIVADOS: "    WS-TOTAL-ARQUIVADOS.
           DISPLAY "EXCLUSOES RECENTES (MANTIDOS): " WS-TOTAL-RECENTES.
           DISPLAY "INATIVOS SEM DATA (MANTIDOS): " WS-TOTAL-SEM-DATA.
           DISPLAY "SAIDAS DE DOMICILIO: "    WS-TOTAL-DOM-SAIDAS.
           DISPLAY "DOMICILIOS COM NOVO TITULAR: "
               WS-TOTAL-DOM-NOVO-TIT.
           STOP RUN.

      * -----------------------------------
               OPEN EXTEND ARQUIVO-MORTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN I-O DOMFILE.
           IF FS-STAT-DOM = ZEROS
               MOVE "S" TO WS-DOM-ABERTO
           END-IF.

      * -----------------------------------
      * UM REGISTRO É CANDIDATO QUANDO ESTÁ INATIVO E SUA ÚLTIMA
                   MOVE ARQ-CARNET TO WS-CARNET-NUM
                   ADD WS-CARNET-NUM TO WS-CHECKSUM-PURGA
                   PERFORM IMPRIME-EXPURGADO
                   IF DOM-ABERTO
                       PERFORM SAI-DO-DOMICILIO
                           THRU SAI-DO-DOMICILIO-FIM
                   END-IF
           END-DELETE.

      * -----------------------------------
      * TIRA O CARNET EXPURGADO DE domicilios.dat. SE ELE ERA O
      * TITULAR, O MEMBRO RESTANTE DE MENOR CARNET VIRA TITULAR; O
      * DOMICÍLIO SEM MAIS NINGUÉM SIMPLESMENTE DEIXA DE EXISTIR.
       SAI-DO-DOMICILIO.
           MOVE ARQ-CARNET TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO TO SAI-DO-DOMICILIO-FIM
           END-READ.
           MOVE DOM-ID    TO WS-DOM-ID-SAIU.
           MOVE DOM-PAPEL TO WS-DOM-PAPEL-SAIU.
           DELETE DOMFILE RECORD
               INVALID KEY GO TO SAI-DO-DOMICILIO-FIM
           END-DELETE.
           ADD 1 TO WS-TOTAL-DOM-SAIDAS.
           IF WS-DOM-PAPEL-SAIU NOT = "T" OR WS-DOM-ID-SAIU = ZEROS
               GO TO SAI-DO-DOMICILIO-FIM
           END-IF.
           MOVE ZEROS TO WS-DOM-NOVO-TIT.
           MOVE 0 TO FINAL-DOM.
           MOVE WS-DOM-ID-SAIU TO DOM-ID.
           START DOMFILE KEY IS EQUAL TO DOM-ID
               INVALID KEY GO TO SAI-DO-DOMICILIO-FIM
           END-START.
           PERFORM ACHA-NOVO-TITULAR UNTIL FINAL-DOM = 1.
           IF WS-DOM-NOVO-TIT = ZEROS
               GO TO SAI-DO-DOMICILIO-FIM
           END-IF.
           MOVE WS-DOM-NOVO-TIT TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO TO SAI-DO-DOMICILIO-FIM
           END-READ.
           MOVE "T" TO DOM-PAPEL.
           MOVE WS-DH-DATA TO DOM-DATA.
           MOVE "CLIPURGA" TO DOM-OPERADOR.
           REWRITE DOM-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-TOTAL-DOM-NOVO-TIT
           END-REWRITE.
       SAI-DO-DOMICILIO-FIM.
           EXIT.

       ACHA-NOVO-TITULAR.
           READ DOMFILE NEXT RECORD
               AT END MOVE 1 TO FINAL-DOM
           END-READ.
           IF FINAL-DOM = 0
               IF DOM-ID NOT = WS-DOM-ID-SAIU
                   MOVE 1 TO FINAL-DOM
               ELSE
                   IF WS-DOM-NOVO-TIT = ZEROS
                       OR DOM-CARNET < WS-DOM-NOVO-TIT
                       MOVE DOM-CARNET TO WS-DOM-NOVO-TIT
                   END-IF
               END-IF
           END-IF.

      * IMPRIME A PARTIR DE ARQ-REC (E NÃO DA ÁREA DO FD), POIS APÓS O
      * DELETE O CONTEÚDO DA ÁREA DE REGISTRO NÃO É GARANTIDO.
