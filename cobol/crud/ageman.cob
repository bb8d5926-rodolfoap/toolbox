       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEMAN.

      * MANUTENÇÃO DO CADASTRO DE AGÊNCIAS (agencias.dat): INCLUSÃO,
      * CONSULTA E ALTERAÇÃO DE NOME, CIDADE E REGIÃO. O FECHAMENTO
      * NÃO É FEITO AQUI: FECHAR UMA AGÊNCIA EXIGE TRANSFERIR OS
      * CLIENTES E OPERADORES DELA, O QUE É TRABALHO DO AGEFECHA; A
      * CONSULTA MOSTRA A SITUAÇÃO, A DATA DO FECHAMENTO E A AGÊNCIA
      * QUE RECEBEU A CARTEIRA. COMO NO OPERMAN, SÓ UM OPERADOR COM
      * PERFIL SUPERVISOR ENTRA, VALIDADO CONTRA operadores.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-OPE
               RECORD KEY IS OPER-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       FD OPERFILE VALUE OF FILE-ID IS "operadores.dat".
           COPY operador.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(11) VALUE "AGEMAN   -".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPCAO PIC X.
           88 E-INCLUIR     VALUE IS "1".
           88 E-CONSULTAR   VALUE IS "2".
           88 E-ALTERAR     VALUE IS "3".
           88 E-ENCERRAR    VALUE IS "q" "x".
       77 FS-STAT-AGM PIC 9(02).
           88 FS-AGM-OK         VALUE ZEROS.
           88 FS-AGM-NAO-EXISTE VALUE 35.
       77 FS-STAT-OPE PIC 9(02).
           88 FS-OPE-OK         VALUE ZEROS.
           88 FS-OPE-NAO-EXISTE VALUE 35.

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-SENHA PIC X(10) VALUE SPACES.
       77 WS-SENHA-ERROS-MAX PIC 9(02) VALUE 03.
       77 WS-LOGIN-OK PIC X VALUE "N".
           88 LOGIN-OK VALUE "S".

       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 0.
       77 COR-FRENTE PIC 9 VALUE 2.
       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR COR-FRENTE.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUI AGENCIA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTA".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERA NOME/CIDADE/REGIAO".
           05 LINE 11 COLUMN 15 VALUE "X - SAIR".
           05 LINE 13 COLUMN 15 VALUE "ESCOLHA: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-LOGIN FOREGROUND-COLOR COR-FRENTE.
           05 LINE 10 COLUMN 10 VALUE "SUPERVISOR: ".
           05 COLUMN PLUS 1 PIC X(10) USING WS-OPERADOR.
           05 LINE 11 COLUMN 10 VALUE "SENHA     : ".
           05 COLUMN PLUS 1 PIC X(10) USING WS-SENHA SECURE.

       01 SS-TELA-AGENCIA.
           05 SS-CHAVE FOREGROUND-COLOR COR-FRENTE.
               10 LINE 10 COLUMN 10 VALUE "AGENCIA   :".
               10 COLUMN PLUS 2 PIC 9(03) USING AGE-CODIGO.
               10 COLUMN PLUS 2 VALUE "(000 = MATRIZ)".
           05 SS-DADOS.
               10 LINE 11 COLUMN 10 VALUE "NOME      :".
               10 COLUMN PLUS 2 PIC X(30) USING AGE-NOME.
               10 LINE 12 COLUMN 10 VALUE "CIDADE    :".
               10 COLUMN PLUS 2 PIC X(20) USING AGE-CIDADE.
               10 LINE 13 COLUMN 10 VALUE "REGIAO    :".
               10 COLUMN PLUS 2 PIC X(15) USING AGE-REGIAO.
           05 SS-SITUACAO.
               10 LINE 14 COLUMN 10 VALUE "STATUS    :".
               10 COLUMN PLUS 2 PIC X(01) FROM AGE-STATUS.
               10 COLUMN PLUS 2 VALUE "(A=ATIVA F=FECHADA)".
               10 LINE 15 COLUMN 10 VALUE "FECHADA EM:".
               10 COLUMN PLUS 2 PIC 9(08) FROM AGE-DATA-FECHAMENTO.
               10 LINE 16 COLUMN 10 VALUE "DESTINO   :".
               10 COLUMN PLUS 2 PIC 9(03) FROM AGE-AGENCIA-DESTINO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRIR-OPERADORES
           PERFORM ABRIR-AGENCIAS
           PERFORM LOGIN
           PERFORM UNTIL E-ENCERRAR
               MOVE "MENU" TO WS-OP
               MOVE "ESCOLHA A OPÇÃO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE AGEMESTRE.
           CLOSE OPERFILE.
           STOP RUN.

      * -----------------------------------
      * LOGIN RESTRITO A SUPERVISOR, COM A MESMA CONTAGEM DE ERROS DE
      * SENHA CONSECUTIVOS E BLOQUEIO DO LOGIN DO CLIENTES/OPERMAN.
       LOGIN.
           MOVE "LOGIN" TO WS-OP.
           MOVE SPACES TO WS-OPERADOR.
           MOVE "N" TO WS-LOGIN-OK.
           PERFORM VALIDA-LOGIN THRU VALIDA-LOGIN-FIM
               UNTIL LOGIN-OK.

       VALIDA-LOGIN.
           MOVE SPACES TO WS-SENHA.
           DISPLAY SS-CLS.
           ACCEPT SS-LOGIN.
           IF COB-CRT-STATUS = COB-SCR-ESC
               CLOSE AGEMESTRE
               CLOSE OPERFILE
               STOP RUN
           END-IF.
           IF WS-OPERADOR = SPACES OR WS-SENHA = SPACES
               GO TO VALIDA-LOGIN-FIM
           END-IF.
           MOVE WS-OPERADOR TO OPER-ID.
           READ OPERFILE
               INVALID KEY
                   MOVE "OPERADOR NÃO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-LOGIN-FIM
           END-READ.
           IF OPER-BLOQUEADO
               MOVE "OPERADOR BLOQUEADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO VALIDA-LOGIN-FIM
           END-IF.
           IF OPER-SENHA NOT = WS-SENHA
               ADD 1 TO OPER-TENTATIVAS
               IF OPER-TENTATIVAS >= WS-SENHA-ERROS-MAX
                   MOVE "B" TO OPER-STATUS
                   MOVE "SENHA INCORRETA, OPERADOR BLOQUEADO"
                       TO WS-MSGERRO
               ELSE
                   MOVE "SENHA INCORRETA" TO WS-MSGERRO
               END-IF
               REWRITE OPER-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM MOSTRA-ERRO
               GO TO VALIDA-LOGIN-FIM
           END-IF.
           IF NOT OPER-SUPERVISOR
               MOVE "SÓ SUPERVISOR ACESSA A MANUTENÇÃO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO VALIDA-LOGIN-FIM
           END-IF.
           MOVE 0 TO OPER-TENTATIVAS.
           REWRITE OPER-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "S" TO WS-LOGIN-OK.
       VALIDA-LOGIN-FIM.
           EXIT.

      * -----------------------------------
      * AGÊNCIA NOVA ENTRA SEMPRE ATIVA, SEM DATA DE FECHAMENTO.
       INCLUI.
           MOVE "INCLUSÃO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO AGE-REC.
           MOVE ZEROS TO AGE-CODIGO.
           MOVE "A" TO AGE-STATUS.
           MOVE ZEROS TO AGE-DATA-FECHAMENTO.
           MOVE ZEROS TO AGE-AGENCIA-DESTINO.
       INCLUI-LOOP.
           ACCEPT SS-TELA-AGENCIA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF AGE-CODIGO NOT NUMERIC
               MOVE "AGÊNCIA DEVE SER NUMÉRICA (000 = MATRIZ)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF AGE-NOME = SPACES OR AGE-CIDADE = SPACES
               MOVE "INFORME NOME E CIDADE DA AGÊNCIA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE FUNCTION UPPER-CASE(AGE-NOME)   TO AGE-NOME.
           MOVE FUNCTION UPPER-CASE(AGE-CIDADE) TO AGE-CIDADE.
           MOVE FUNCTION UPPER-CASE(AGE-REGIAO) TO AGE-REGIAO.
           WRITE AGE-REC
               INVALID KEY
                   MOVE "AGÊNCIA JÁ EXISTE" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "AGÊNCIA INCLUÍDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO AGE-REC.
           MOVE ZEROS TO AGE-CODIGO.
           DISPLAY SS-CHAVE.
           PERFORM LE-AGENCIA THRU LE-AGENCIA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           IF FS-AGM-OK
               DISPLAY SS-DADOS
               DISPLAY SS-SITUACAO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA.
       CONSULTA-FIM.

      * -----------------------------------
      * SÓ NOME, CIDADE E REGIÃO SÃO ALTERÁVEIS; A SITUAÇÃO É
      * MOSTRADA MAS SÓ O AGEFECHA A MUDA.
       ALTERA.
           MOVE "ALTERAÇÃO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO AGE-REC.
           MOVE ZEROS TO AGE-CODIGO.
           DISPLAY SS-CHAVE.
           PERFORM LE-AGENCIA THRU LE-AGENCIA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           IF NOT FS-AGM-OK
               GO ALTERA
           END-IF
           DISPLAY SS-SITUACAO.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA
           END-IF
           IF AGE-NOME = SPACES OR AGE-CIDADE = SPACES
               MOVE "INFORME NOME E CIDADE DA AGÊNCIA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA
           END-IF
           MOVE FUNCTION UPPER-CASE(AGE-NOME)   TO AGE-NOME.
           MOVE FUNCTION UPPER-CASE(AGE-CIDADE) TO AGE-CIDADE.
           MOVE FUNCTION UPPER-CASE(AGE-REGIAO) TO AGE-REGIAO.
           REWRITE AGE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "AGÊNCIA ALTERADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE.
           GO ALTERA.
       ALTERA-FIM.

      * -----------------------------------
      * LÊ A AGÊNCIA DA TELA DE CHAVE, COM MENSAGEM SE NÃO EXISTE
       LE-AGENCIA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TO LE-AGENCIA-FIM
           END-IF.
           READ AGEMESTRE
               INVALID KEY
                   MOVE "AGÊNCIA NÃO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
       LE-AGENCIA-FIM.

      * -----------------------------------
      * SEM operadores.dat NÃO HÁ COMO VALIDAR O SUPERVISOR (O
      * CLIENTES SEMEIA O OPERADOR SUPERVISOR NA PRIMEIRA EXECUÇÃO).
       ABRIR-OPERADORES.
           OPEN I-O OPERFILE
           IF FS-OPE-NAO-EXISTE
               DISPLAY "SEM operadores.dat; RODE O CLIENTES ANTES"
               STOP RUN
           END-IF.

      * O CADASTRO DE AGÊNCIAS É CRIADO VAZIO NA PRIMEIRA EXECUÇÃO
       ABRIR-AGENCIAS.
           OPEN I-O AGEMESTRE
           IF FS-AGM-NAO-EXISTE
               OPEN OUTPUT AGEMESTRE
               CLOSE AGEMESTRE
               OPEN I-O AGEMESTRE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
