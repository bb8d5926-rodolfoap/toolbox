               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-OPE
               RECORD KEY IS OPER-KEY.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD OPERFILE VALUE OF FILE-ID IS "operadores.dat".
           COPY operador.

      * A AGÊNCIA INFORMADA PARA O OPERADOR É CONFERIDA CONTRA O
      * CADASTRO DE AGÊNCIAS, QUANDO ELE EXISTE
       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(11) VALUE "OPERMAN  -".
       77 FS-STAT-OPE PIC 9(02).
           88 FS-OPE-OK         VALUE ZEROS.
           88 FS-OPE-NAO-EXISTE VALUE 35.
       77 FS-STAT-AGM PIC 9(02).
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".
       77 WS-AGE-RECUSADA PIC X VALUE "N".
           88 AGE-RECUSADA VALUE "S".

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-SENHA PIC X(10) VALUE SPACES.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRIR-OPERADORES
           PERFORM ABRIR-AGENCIAS
           PERFORM LOGIN
           PERFORM UNTIL E-ENCERRAR
               MOVE "MENU" TO WS-OP
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.
           CLOSE OPERFILE.
           STOP RUN.

               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM CONFERE-AGENCIA THRU CONFERE-AGENCIA-FIM
           IF AGE-RECUSADA
               GO INCLUI-LOOP
           END-IF
           WRITE OPER-REC
               INVALID KEY
                   MOVE "OPERADOR JÁ EXISTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA
           END-IF
           PERFORM CONFERE-AGENCIA THRU CONFERE-AGENCIA-FIM
           IF AGE-RECUSADA
               GO ALTERA
           END-IF
           REWRITE OPER-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
               STOP RUN
           END-IF.

      * CADASTRO DE AGÊNCIAS É OPCIONAL: SEM ELE, A AGÊNCIA DO
      * OPERADOR SÓ É CONFERIDA COMO NUMÉRICA, COMO ANTES.
       ABRIR-AGENCIAS.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           END-IF.

      * -----------------------------------
      * AGÊNCIA DO OPERADOR TEM DE EXISTIR E ESTAR ATIVA NO CADASTRO
      * DE AGÊNCIAS (A MATRIZ, 000, É SEMPRE ACEITA); OPERADOR DE
      * AGÊNCIA FECHADA É MOVIDO PELO PRÓPRIO AGEFECHA.
       CONFERE-AGENCIA.
           MOVE "N" TO WS-AGE-RECUSADA.
           IF NOT AGENCIAS-ABERTO OR OPER-AGENCIA = ZEROS
               GO TO CONFERE-AGENCIA-FIM
           END-IF.
           MOVE OPER-AGENCIA TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   MOVE "S" TO WS-AGE-RECUSADA
                   MOVE "AGÊNCIA NÃO CADASTRADA (VEJA AGEMAN)"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CONFERE-AGENCIA-FIM
           END-READ.
           IF AGE-FECHADA
               MOVE "S" TO WS-AGE-RECUSADA
               MOVE "AGÊNCIA FECHADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       CONFERE-AGENCIA-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
