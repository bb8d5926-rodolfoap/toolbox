       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEFECHA.

      * FECHAMENTO DE AGÊNCIA: TRANSFERE, NUMA SÓ EXECUÇÃO, TODA A
      * CARTEIRA DA AGÊNCIA QUE FECHA (TODOS OS REGISTROS DE
      * clientemestre.dat COM ESSA MESTRE-AGENCIA, QUALQUER QUE SEJA
      * O STATUS) E TODOS OS OPERADORES DELA (OPER-AGENCIA EM
      * operadores.dat) PARA A AGÊNCIA QUE RECEBE, E MARCA A AGÊNCIA
      * COMO FECHADA EM agencias.dat, COM A DATA E O DESTINO — O QUE
      * FAZ O SINCLEG DEIXAR DE ESPERAR O ARQUIVO LEGADO DELA.
      *
      * AS AGÊNCIAS VÊM DE agefecha.par (LINHAS ORIGEM=nnn E
      * DESTINO=nnn). AS DUAS TÊM DE ESTAR NO CADASTRO DE AGÊNCIAS,
      * ATIVAS E DIFERENTES; SENÃO NADA É FEITO (RC=2). REGISTRO SEM
      * AGÊNCIA (ANTERIOR AO CAMPO) CONTA COMO 000, COMO NOS
      * RELATÓRIOS.
      *
      * CADA CLIENTE TRANSFERIDO GERA UMA ENTRADA "TRANSFAG" NA
      * TRILHA DE AUDITORIA (OPERADOR "AGEFECHA"), COM A AGÊNCIA DE
      * ORIGEM E A DE DESTINO NAS 6 PRIMEIRAS POSIÇÕES DO CAMPO DE
      * ENDEREÇO (MESMO TRUQUE DA ENTRADA "TROCA" DO CLIENTES): É POR
      * ELA QUE O RECUPERA REFAZ A TRANSFERÊNCIA E O RELMOV MOSTRA AS
      * TRANSFERÊNCIAS POR AGÊNCIA.
      *
      * O RELATÓRIO agefecha.lst RELACIONA OS CLIENTES E OPERADORES
      * TRANSFERIDOS E FECHA COM AS CONTAGENS DAS DUAS AGÊNCIAS ANTES
      * E DEPOIS DA TRANSFERÊNCIA, CONTADAS DIRETO DOS CADASTROS. SE
      * ALGUM REGISTRO NÃO PÔDE SER REGRAVADO OU AS CONTAGENS NÃO
      * FECHAM, A AGÊNCIA NÃO É MARCADA COMO FECHADA E O RC É 1: A
      * REEXECUÇÃO COM O MESMO agefecha.par TRANSFERE O QUE FALTOU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.
           SELECT MESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-OPE
               RECORD KEY IS OPER-KEY.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "agefecha.par".
       01 PAR-LINHA PIC X(30).

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       FD MESTRE VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD OPERFILE VALUE OF FILE-ID IS "operadores.dat".
           COPY operador.

       FD AUDITLOG LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "agefecha.lst".
       01 LINHA-REL PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-AGM PIC 9(02).
       77 FS-STAT-OPE PIC 9(02).
       77 FS-STAT-AUD PIC 9(02).
       77 WS-OPERADOR PIC X(10) VALUE "AGEFECHA".
       77 FINAL-PARAMETRO PIC 9 VALUE 0.
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-OPERADORES PIC 9 VALUE 0.
       77 WS-OPERADORES-ABERTO PIC X VALUE "N".
           88 OPERADORES-ABERTO VALUE "S".

      * AGÊNCIAS DO FECHAMENTO (DE agefecha.par)
       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(10).
           05 WS-P-VALOR PIC X(10).
       77 WS-TEM-ORIGEM  PIC X VALUE "N".
           88 TEM-ORIGEM  VALUE "S".
       77 WS-TEM-DESTINO PIC X VALUE "N".
           88 TEM-DESTINO VALUE "S".
       77 WS-AGE-ORIGEM  PIC 9(03) VALUE 0.
       77 WS-AGE-DESTINO PIC 9(03) VALUE 0.
       77 WS-NOME-ORIGEM  PIC X(30) VALUE SPACES.
       77 WS-NOME-DESTINO PIC X(30) VALUE SPACES.
       77 WS-AGENCIA-REG PIC 9(03) VALUE 0.

      * CONTAGENS ANTES (FASE 1) E DEPOIS (FASE 2) DA TRANSFERÊNCIA
       77 WS-FASE PIC 9 VALUE 1.
       01 WS-CONTAGENS.
           05 WS-CONTAGEM OCCURS 2 TIMES.
               10 WS-CLI-ORIGEM  PIC 9(08) VALUE 0.
               10 WS-ATV-ORIGEM  PIC 9(08) VALUE 0.
               10 WS-CLI-DESTINO PIC 9(08) VALUE 0.
               10 WS-ATV-DESTINO PIC 9(08) VALUE 0.
               10 WS-OPE-ORIGEM  PIC 9(06) VALUE 0.
               10 WS-OPE-DESTINO PIC 9(06) VALUE 0.
       77 WS-TOTAL-LIDOS       PIC 9(08) VALUE 0.
       77 WS-TOTAL-TRANSFERIDOS PIC 9(08) VALUE 0.
       77 WS-OPER-TRANSFERIDOS PIC 9(06) VALUE 0.
       77 WS-TOTAL-ERROS       PIC 9(06) VALUE 0.
       77 WS-DIVERGENCIA PIC X VALUE "N".
           88 HA-DIVERGENCIA VALUE "S".

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.
       01 WS-CABECALHO.
           05 FILLER      PIC X(22) VALUE "FECHAMENTO DA AGENCIA ".
           05 WC-ORIGEM   PIC 9(03).
           05 FILLER      PIC X(03) VALUE " - ".
           05 WC-NOME-ORIGEM PIC X(30).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-CABECALHO-2.
           05 FILLER      PIC X(22) VALUE "CARTEIRA PASSA PARA  ".
           05 WC-DESTINO  PIC 9(03).
           05 FILLER      PIC X(03) VALUE " - ".
           05 WC-NOME-DESTINO PIC X(30).
           05 FILLER      PIC X(08) VALUE "  DATA: ".
           05 WC-DATA     PIC 9(08).
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(08) VALUE "STATUS".
           05 FILLER      PIC X(40) VALUE "NOME".
       01 WS-DETALHE.
           05 WD-CARNET   PIC Z(8)9.
           05 FILLER      PIC X(05) VALUE SPACES.
           05 WD-STATUS   PIC X(01).
           05 FILLER      PIC X(04) VALUE SPACES.
           05 WD-NOME     PIC X(40).
       01 WS-DET-OPER.
           05 FILLER      PIC X(11) VALUE "OPERADOR: ".
           05 WO-OPER     PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WO-PERFIL   PIC X(01).
       01 WS-TITULO-RESUMO.
           05 FILLER PIC X(30) VALUE "CONTAGENS".
           05 FILLER PIC X(12) VALUE "       ANTES".
           05 FILLER PIC X(12) VALUE "      DEPOIS".
       01 WS-LINHA-RESUMO.
           05 WR-ROTULO PIC X(30).
           05 WR-ANTES  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER    PIC X(01) VALUE SPACE.
           05 WR-DEPOIS PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINHA-TOTAL.
           05 WT-ROTULO PIC X(30).
           05 WT-TOTAL  PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINHA-AVISO.
           05 WV-TEXTO  PIC X(70).

      * LACRE DAS LINHAS DA TRILHA (VEJA selolog.cpy E
      * GRAVA-LINHA-AUDITORIA)
       77 FS-STAT-SLG PIC 9(02).
           88 FS-SLG-BLOQUEADO VALUE 51.
           88 FS-SLG-SEM-REG   VALUE 23.
           88 FS-SLG-NAO-EXISTE VALUE 35.
       77 WS-SELOS-ABERTO PIC X VALUE "N".
           88 SELOS-ABERTO VALUE "S".
       77 WS-SL-EXISTE PIC X VALUE "N".
           88 SL-EXISTE VALUE "S".
       77 WS-SL-LACRA PIC X VALUE "N".
           88 SL-LACRA VALUE "S".
       77 WS-SL-TENTATIVAS PIC 99 VALUE 0.
       77 WS-SL-ESPERA PIC 9(9) VALUE 200000000.
       77 WS-SL-I PIC 9(03) VALUE 0.
       77 WS-SL-VALOR PIC 9(12) VALUE 0.
       77 WS-SL-TEXTO PIC X(200).

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM VALIDA-AGENCIAS THRU VALIDA-AGENCIAS-FIM.
           MOVE 1 TO WS-FASE.
           PERFORM CONTA-CARTEIRAS.
           OPEN OUTPUT RELATORIO.
           PERFORM NOVA-PAGINA.
           PERFORM TRANSFERE-CLIENTES THRU TRANSFERE-CLIENTES-FIM.
           PERFORM TRANSFERE-OPERADORES
               THRU TRANSFERE-OPERADORES-FIM.
           MOVE 2 TO WS-FASE.
           PERFORM CONTA-CARTEIRAS.
           PERFORM CONFERE-CONTAGENS.
           IF WS-TOTAL-ERROS = 0 AND NOT HA-DIVERGENCIA
               PERFORM FECHA-AGENCIA
           END-IF.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELATORIO.
           CLOSE MESTRE.
           CLOSE AGEMESTRE.
           CLOSE AUDITLOG.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           IF OPERADORES-ABERTO
               CLOSE OPERFILE
           END-IF.
           DISPLAY "CLIENTES LIDOS: "          WS-TOTAL-LIDOS.
           DISPLAY "CLIENTES TRANSFERIDOS: "   WS-TOTAL-TRANSFERIDOS.
           DISPLAY "OPERADORES TRANSFERIDOS: " WS-OPER-TRANSFERIDOS.
           DISPLAY "ERROS: "                   WS-TOTAL-ERROS.
           IF WS-TOTAL-ERROS > 0 OR HA-DIVERGENCIA
               DISPLAY "*** AGENCIA " WS-AGE-ORIGEM
                   " NAO FECHADA: REEXECUTE O AGEFECHA ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "AGENCIA " WS-AGE-ORIGEM " FECHADA, CARTEIRA"
                   " NA AGENCIA " WS-AGE-DESTINO
           END-IF.
           STOP RUN.

      * -----------------------------------
      * LÊ ORIGEM E DESTINO DO agefecha.par; SEM O ARQUIVO, OU SEM
      * UMA DAS DUAS AGÊNCIAS, NÃO HÁ O QUE FECHAR.
       LE-PARAMETROS.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR NOT = ZEROS
               DISPLAY "SEM agefecha.par, NADA A FECHAR"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.
           PERFORM APLICA-PARAMETRO UNTIL FINAL-PARAMETRO = 1.
           CLOSE PARAMETRO.
           IF NOT TEM-ORIGEM OR NOT TEM-DESTINO
               DISPLAY "agefecha.par SEM ORIGEM= E DESTINO= VALIDOS"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
       LE-PARAMETROS-FIM.
           EXIT.

       APLICA-PARAMETRO.
           MOVE SPACES TO WS-PAR-CAMPOS.
           UNSTRING PAR-LINHA DELIMITED BY "="
               INTO WS-P-CHAVE WS-P-VALOR
           END-UNSTRING.
           EVALUATE WS-P-CHAVE
               WHEN "ORIGEM"
                   IF WS-P-VALOR(1:3) NUMERIC
                       MOVE WS-P-VALOR(1:3) TO WS-AGE-ORIGEM
                       MOVE "S" TO WS-TEM-ORIGEM
                   END-IF
               WHEN "DESTINO"
                   IF WS-P-VALOR(1:3) NUMERIC
                       MOVE WS-P-VALOR(1:3) TO WS-AGE-DESTINO
                       MOVE "S" TO WS-TEM-DESTINO
                   END-IF
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO: " WS-P-CHAVE
           END-EVALUATE.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.

      * -----------------------------------
      * CADASTRO DE AGÊNCIAS E CADASTRO DE CLIENTES SÃO OBRIGATÓRIOS;
      * SEM operadores.dat SÓ A CARTEIRA DE CLIENTES É TRANSFERIDA.
       ABRIR-ARQUIVOS.
           OPEN I-O AGEMESTRE.
           IF FS-STAT-AGM NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR agencias.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MESTRE.
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               CLOSE AGEMESTRE
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OPERFILE.
           IF FS-STAT-OPE = ZEROS
               MOVE "S" TO WS-OPERADORES-ABERTO
           ELSE
               DISPLAY "SEM operadores.dat, SO CLIENTES TRANSFERIDOS"
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-STAT-AUD NOT = ZEROS
               OPEN OUTPUT AUDITLOG
               CLOSE AUDITLOG
               OPEN EXTEND AUDITLOG
           END-IF.
           MOVE "N" TO WS-SELOS-ABERTO.
           OPEN I-O SELOCTL.
           IF FS-SLG-NAO-EXISTE
               OPEN OUTPUT SELOCTL
               CLOSE SELOCTL
               OPEN I-O SELOCTL
           END-IF.
           IF FS-STAT-SLG = ZEROS
               MOVE "S" TO WS-SELOS-ABERTO
           END-IF.

      * -----------------------------------
      * ORIGEM E DESTINO DIFERENTES, AS DUAS CADASTRADAS E ATIVAS.
      * AGÊNCIA JÁ FECHADA NÃO É FECHADA DE NOVO (A CARTEIRA DELA JÁ
      * FOI TRANSFERIDA).
       VALIDA-AGENCIAS.
           IF WS-AGE-ORIGEM = WS-AGE-DESTINO
               DISPLAY "ORIGEM E DESTINO SAO A MESMA AGENCIA: "
                   WS-AGE-ORIGEM
               GO TO VALIDA-AGENCIAS-ERRO
           END-IF.
           MOVE WS-AGE-DESTINO TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   DISPLAY "AGENCIA DESTINO NAO CADASTRADA: "
                       WS-AGE-DESTINO
                   GO TO VALIDA-AGENCIAS-ERRO
           END-READ.
           IF AGE-FECHADA
               DISPLAY "AGENCIA DESTINO FECHADA: " WS-AGE-DESTINO
               GO TO VALIDA-AGENCIAS-ERRO
           END-IF.
           MOVE AGE-NOME TO WS-NOME-DESTINO.
           MOVE WS-AGE-ORIGEM TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   DISPLAY "AGENCIA ORIGEM NAO CADASTRADA: "
                       WS-AGE-ORIGEM
                   GO TO VALIDA-AGENCIAS-ERRO
           END-READ.
           IF AGE-FECHADA
               DISPLAY "AGENCIA ORIGEM JA FECHADA EM "
                   AGE-DATA-FECHAMENTO ": " WS-AGE-ORIGEM
               GO TO VALIDA-AGENCIAS-ERRO
           END-IF.
           MOVE AGE-NOME TO WS-NOME-ORIGEM.
           GO TO VALIDA-AGENCIAS-FIM.
       VALIDA-AGENCIAS-ERRO.
           CLOSE MESTRE.
           CLOSE AGEMESTRE.
           CLOSE AUDITLOG.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           IF OPERADORES-ABERTO
               CLOSE OPERFILE
           END-IF.
           MOVE 2 TO RETURN-CODE.
           STOP RUN.
       VALIDA-AGENCIAS-FIM.
           EXIT.

      * -----------------------------------
      * CONTA, DIRETO DOS CADASTROS, OS CLIENTES (TOTAL E ATIVOS) E
      * OS OPERADORES DAS DUAS AGÊNCIAS, NA FASE CORRENTE.
       CONTA-CARTEIRAS.
           MOVE 0 TO FINAL-ARQUIVO.
           MOVE LOW-VALUES TO MESTRE-KEY.
           START MESTRE KEY IS NOT LESS THAN MESTRE-KEY
               INVALID KEY MOVE 1 TO FINAL-ARQUIVO
           END-START.
           PERFORM CONTA-CLIENTE UNTIL FINAL-ARQUIVO = 1.
           IF OPERADORES-ABERTO
               MOVE 0 TO FINAL-OPERADORES
               MOVE LOW-VALUES TO OPER-KEY
               START OPERFILE KEY IS NOT LESS THAN OPER-KEY
                   INVALID KEY MOVE 1 TO FINAL-OPERADORES
               END-START
               PERFORM CONTA-OPERADOR UNTIL FINAL-OPERADORES = 1
           END-IF.

       CONTA-CLIENTE.
           READ MESTRE NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
               NOT AT END
                   PERFORM DEFINE-AGENCIA-CLIENTE
                   IF WS-AGENCIA-REG = WS-AGE-ORIGEM
                       ADD 1 TO WS-CLI-ORIGEM(WS-FASE)
                       IF MESTRE-ATIVO
                           ADD 1 TO WS-ATV-ORIGEM(WS-FASE)
                       END-IF
                   END-IF
                   IF WS-AGENCIA-REG = WS-AGE-DESTINO
                       ADD 1 TO WS-CLI-DESTINO(WS-FASE)
                       IF MESTRE-ATIVO
                           ADD 1 TO WS-ATV-DESTINO(WS-FASE)
                       END-IF
                   END-IF
           END-READ.

       CONTA-OPERADOR.
           READ OPERFILE NEXT RECORD
               AT END MOVE 1 TO FINAL-OPERADORES
               NOT AT END
                   PERFORM DEFINE-AGENCIA-OPERADOR
                   IF WS-AGENCIA-REG = WS-AGE-ORIGEM
                       ADD 1 TO WS-OPE-ORIGEM(WS-FASE)
                   END-IF
                   IF WS-AGENCIA-REG = WS-AGE-DESTINO
                       ADD 1 TO WS-OPE-DESTINO(WS-FASE)
                   END-IF
           END-READ.

      * REGISTROS ANTERIORES AO CAMPO DE AGÊNCIA VÊM EM BRANCO E
      * CONTAM COMO 000
       DEFINE-AGENCIA-CLIENTE.
           IF MESTRE-AGENCIA NUMERIC
               MOVE MESTRE-AGENCIA TO WS-AGENCIA-REG
           ELSE
               MOVE ZEROS TO WS-AGENCIA-REG
           END-IF.

       DEFINE-AGENCIA-OPERADOR.
           IF OPER-AGENCIA NUMERIC
               MOVE OPER-AGENCIA TO WS-AGENCIA-REG
           ELSE
               MOVE ZEROS TO WS-AGENCIA-REG
           END-IF.

      * -----------------------------------
      * VARRE O CADASTRO E REGRAVA NA AGÊNCIA DESTINO CADA REGISTRO
      * DA ORIGEM, COM A ENTRADA DE AUDITORIA E A LINHA NO RELATÓRIO.
       TRANSFERE-CLIENTES.
           MOVE 0 TO FINAL-ARQUIVO.
           MOVE LOW-VALUES TO MESTRE-KEY.
           START MESTRE KEY IS NOT LESS THAN MESTRE-KEY
               INVALID KEY MOVE 1 TO FINAL-ARQUIVO
           END-START.
           PERFORM TRANSFERE-CLIENTE UNTIL FINAL-ARQUIVO = 1.

       TRANSFERE-CLIENTES-FIM.
           EXIT.

       TRANSFERE-CLIENTE.
           READ MESTRE NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM DEFINE-AGENCIA-CLIENTE
                   IF WS-AGENCIA-REG = WS-AGE-ORIGEM
                       PERFORM REGRAVA-CLIENTE
                   END-IF
           END-READ.

       REGRAVA-CLIENTE.
           MOVE WS-AGE-DESTINO TO MESTRE-AGENCIA.
           MOVE WS-DH-DATA TO MESTRE-DATA-ALTERACAO.
           REWRITE MESTRE-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERROS
                   MOVE SPACES TO WV-TEXTO
                   STRING "*** ERRO AO REGRAVAR O CARNET "
                          MESTRE-CARNET DELIMITED BY SIZE
                       INTO WV-TEXTO
                   END-STRING
                   PERFORM IMPRIME-AVISO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-TRANSFERIDOS
                   PERFORM GRAVA-AUDITORIA
                   PERFORM IMPRIME-CLIENTE
           END-REWRITE.

      * -----------------------------------
      * ENTRADA "TRANSFAG": AGÊNCIA DE ORIGEM E DE DESTINO NAS 6
      * PRIMEIRAS POSIÇÕES DO CAMPO DE ENDEREÇO.
       GRAVA-AUDITORIA.
           MOVE WS-DH-DATA      TO AUD-DATA.
           MOVE WS-DH-HORA      TO AUD-HORA.
           MOVE WS-OPERADOR     TO AUD-OPERADOR.
           MOVE "TRANSFAG"      TO AUD-ACAO.
           MOVE MESTRE-CARNET   TO AUD-CARNET.
           MOVE MESTRE-FONE     TO AUD-FONE.
           MOVE MESTRE-NOME     TO AUD-NOME.
           MOVE SPACES TO AUD-ENDERECO.
           MOVE WS-AGE-ORIGEM   TO AUD-ENDERECO(1:3).
           MOVE WS-AGE-DESTINO  TO AUD-ENDERECO(4:3).
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * OPERADORES DA ORIGEM PASSAM PARA A AGÊNCIA DESTINO; PERFIL,
      * SENHA E SITUAÇÃO NÃO MUDAM.
       TRANSFERE-OPERADORES.
           IF NOT OPERADORES-ABERTO
               GO TO TRANSFERE-OPERADORES-FIM
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE 0 TO FINAL-OPERADORES.
           MOVE LOW-VALUES TO OPER-KEY.
           START OPERFILE KEY IS NOT LESS THAN OPER-KEY
               INVALID KEY MOVE 1 TO FINAL-OPERADORES
           END-START.
           PERFORM TRANSFERE-OPERADOR UNTIL FINAL-OPERADORES = 1.
       TRANSFERE-OPERADORES-FIM.
           EXIT.

       TRANSFERE-OPERADOR.
           READ OPERFILE NEXT RECORD
               AT END MOVE 1 TO FINAL-OPERADORES
               NOT AT END
                   PERFORM DEFINE-AGENCIA-OPERADOR
                   IF WS-AGENCIA-REG = WS-AGE-ORIGEM
                       PERFORM REGRAVA-OPERADOR
                   END-IF
           END-READ.

       REGRAVA-OPERADOR.
           MOVE WS-AGE-DESTINO TO OPER-AGENCIA.
           REWRITE OPER-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERROS
                   MOVE SPACES TO WV-TEXTO
                   STRING "*** ERRO AO REGRAVAR O OPERADOR "
                          OPER-ID DELIMITED BY SIZE
                       INTO WV-TEXTO
                   END-STRING
                   PERFORM IMPRIME-AVISO
               NOT INVALID KEY
                   ADD 1 TO WS-OPER-TRANSFERIDOS
                   IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                       PERFORM NOVA-PAGINA
                   END-IF
                   MOVE OPER-ID     TO WO-OPER
                   MOVE OPER-PERFIL TO WO-PERFIL
                   WRITE LINHA-REL FROM WS-DET-OPER
                   ADD 1 TO WS-LINHAS-PAGINA
           END-REWRITE.

      * -----------------------------------
      * DEPOIS DA TRANSFERÊNCIA A ORIGEM TEM DE ESTAR VAZIA E O
      * DESTINO TEM DE TER A SOMA DAS DUAS CARTEIRAS DE ANTES.
       CONFERE-CONTAGENS.
           IF WS-CLI-ORIGEM(2) NOT = 0
               OR WS-OPE-ORIGEM(2) NOT = 0
               OR WS-CLI-DESTINO(2) NOT =
                   WS-CLI-DESTINO(1) + WS-CLI-ORIGEM(1)
               OR WS-ATV-DESTINO(2) NOT =
                   WS-ATV-DESTINO(1) + WS-ATV-ORIGEM(1)
               OR WS-OPE-DESTINO(2) NOT =
                   WS-OPE-DESTINO(1) + WS-OPE-ORIGEM(1)
               MOVE "S" TO WS-DIVERGENCIA
           END-IF.

      * -----------------------------------
      * MARCA A ORIGEM COMO FECHADA, COM A DATA E O DESTINO
       FECHA-AGENCIA.
           MOVE WS-AGE-ORIGEM TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERROS
               NOT INVALID KEY
                   MOVE "F" TO AGE-STATUS
                   MOVE WS-DH-DATA TO AGE-DATA-FECHAMENTO
                   MOVE WS-AGE-DESTINO TO AGE-AGENCIA-DESTINO
                   REWRITE AGE-REC
                       INVALID KEY ADD 1 TO WS-TOTAL-ERROS
                   END-REWRITE
           END-READ.

      * -----------------------------------
       IMPRIME-CLIENTE.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE MESTRE-CARNET TO WD-CARNET.
           MOVE MESTRE-STATUS TO WD-STATUS.
           MOVE MESTRE-NOME   TO WD-NOME.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIME-AVISO.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           WRITE LINHA-REL FROM WS-LINHA-AVISO.
           ADD 1 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * QUADRO DE CONTAGENS ANTES/DEPOIS E A SITUAÇÃO FINAL
       IMPRIME-RESUMO.
           PERFORM NOVA-PAGINA.
           WRITE LINHA-REL FROM WS-TITULO-RESUMO.
           MOVE "CLIENTES NA ORIGEM" TO WR-ROTULO.
           MOVE WS-CLI-ORIGEM(1) TO WR-ANTES.
           MOVE WS-CLI-ORIGEM(2) TO WR-DEPOIS.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.
           MOVE "  ATIVOS NA ORIGEM" TO WR-ROTULO.
           MOVE WS-ATV-ORIGEM(1) TO WR-ANTES.
           MOVE WS-ATV-ORIGEM(2) TO WR-DEPOIS.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.
           MOVE "CLIENTES NO DESTINO" TO WR-ROTULO.
           MOVE WS-CLI-DESTINO(1) TO WR-ANTES.
           MOVE WS-CLI-DESTINO(2) TO WR-DEPOIS.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.
           MOVE "  ATIVOS NO DESTINO" TO WR-ROTULO.
           MOVE WS-ATV-DESTINO(1) TO WR-ANTES.
           MOVE WS-ATV-DESTINO(2) TO WR-DEPOIS.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.
           MOVE "OPERADORES NA ORIGEM" TO WR-ROTULO.
           MOVE WS-OPE-ORIGEM(1) TO WR-ANTES.
           MOVE WS-OPE-ORIGEM(2) TO WR-DEPOIS.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.
           MOVE "OPERADORES NO DESTINO" TO WR-ROTULO.
           MOVE WS-OPE-DESTINO(1) TO WR-ANTES.
           MOVE WS-OPE-DESTINO(2) TO WR-DEPOIS.
           WRITE LINHA-REL FROM WS-LINHA-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CLIENTES TRANSFERIDOS" TO WT-ROTULO.
           MOVE WS-TOTAL-TRANSFERIDOS TO WT-TOTAL.
           WRITE LINHA-REL FROM WS-LINHA-TOTAL.
           MOVE "OPERADORES TRANSFERIDOS" TO WT-ROTULO.
           MOVE WS-OPER-TRANSFERIDOS TO WT-TOTAL.
           WRITE LINHA-REL FROM WS-LINHA-TOTAL.
           MOVE "ERROS DE GRAVACAO" TO WT-ROTULO.
           MOVE WS-TOTAL-ERROS TO WT-TOTAL.
           WRITE LINHA-REL FROM WS-LINHA-TOTAL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-TOTAL-ERROS > 0 OR HA-DIVERGENCIA
               MOVE "*** AGENCIA NAO FECHADA: REEXECUTE O AGEFECHA ***"
                   TO WV-TEXTO
           ELSE
               MOVE "AGENCIA MARCADA COMO FECHADA EM agencias.dat"
                   TO WV-TEXTO
           END-IF.
           WRITE LINHA-REL FROM WS-LINHA-AVISO.

       NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WC-PAGINA.
           MOVE WS-AGE-ORIGEM   TO WC-ORIGEM.
           MOVE WS-NOME-ORIGEM  TO WC-NOME-ORIGEM.
           MOVE WS-AGE-DESTINO  TO WC-DESTINO.
           MOVE WS-NOME-DESTINO TO WC-NOME-DESTINO.
           MOVE WS-DH-DATA      TO WC-DATA.
           IF WS-PAGINA > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REL FROM WS-CABECALHO.
           WRITE LINHA-REL FROM WS-CABECALHO-2.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * LACRA E GRAVA A LINHA DE AUDITORIA JÁ MONTADA EM AUD-REC:
      * PRÓXIMA SEQUÊNCIA DO CONTROLE, RESUMO DOS DADOS PESSOAIS E
      * SELO ENCADEADO AO DA LINHA ANTERIOR (VEJA auditoria.cpy).
      * SEM O CONTROLE A LINHA SAI SEM LACRE, E O VERILOG A APONTA.
       GRAVA-LINHA-AUDITORIA.
           MOVE "AUDITORIA" TO SLG-LOG.
           PERFORM LE-SELO THRU LE-SELO-FIM.
           MOVE ZEROS TO AUD-SEQ.
           MOVE ZEROS TO AUD-RESUMO.
           MOVE ZEROS TO AUD-SELO.
           MOVE SPACE TO AUD-APAGADO.
           IF SL-LACRA
               ADD 1 TO SLG-ULT-SEQ
               MOVE SLG-ULT-SEQ TO AUD-SEQ
               MOVE SPACES TO WS-SL-TEXTO
               STRING AUD-FONE AUD-NOME AUD-ENDERECO
                   DELIMITED BY SIZE INTO WS-SL-TEXTO
               END-STRING
               MOVE 0 TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               MOVE WS-SL-VALOR TO AUD-RESUMO
               MOVE SPACES TO WS-SL-TEXTO
               STRING AUD-DATA AUD-HORA AUD-OPERADOR AUD-ACAO
                      AUD-CARNET AUD-SEQ AUD-RESUMO
                   DELIMITED BY SIZE INTO WS-SL-TEXTO
               END-STRING
               MOVE SLG-ULT-SELO TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               MOVE WS-SL-VALOR TO AUD-SELO
               MOVE WS-SL-VALOR TO SLG-ULT-SELO
           END-IF.
           WRITE AUD-REC.
           IF SL-LACRA
               PERFORM GRAVA-SELO
           END-IF.

      * LÊ O CONTROLE DO LOG EM SLG-LOG, COM RETENTATIVA SE OUTRA
      * SESSÃO ESTIVER GRAVANDO NELE; SEM REGISTRO, O LOG COMEÇA DA
      * SEQUÊNCIA 1 E DO SELO ZERO. FORA ISSO, SEM LACRE.
       LE-SELO.
           MOVE "N" TO WS-SL-LACRA.
           MOVE 0 TO WS-SL-TENTATIVAS.
           IF NOT SELOS-ABERTO
               GO TO LE-SELO-FIM
           END-IF.
       LE-SELO-LOOP.
           READ SELOCTL
               INVALID KEY
                   IF FS-SLG-BLOQUEADO
                       ADD 1 TO WS-SL-TENTATIVAS
                       IF WS-SL-TENTATIVAS < 10
                           CALL "CBL_GC_NANOSLEEP" USING WS-SL-ESPERA
                           GO TO LE-SELO-LOOP
                       END-IF
                   END-IF
                   IF FS-SLG-SEM-REG
                       MOVE "N" TO WS-SL-EXISTE
                       MOVE "S" TO WS-SL-LACRA
                       MOVE ZEROS TO SLG-ULT-SEQ
                       MOVE ZEROS TO SLG-ULT-SELO
                       MOVE ZEROS TO SLG-BASE-SEQ
                       MOVE ZEROS TO SLG-BASE-SELO
                       MOVE ZEROS TO SLG-DATA-CORTE
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WS-SL-EXISTE
                   MOVE "S" TO WS-SL-LACRA
           END-READ.
       LE-SELO-FIM.
           EXIT.

       GRAVA-SELO.
           IF SL-EXISTE
               REWRITE SLG-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE SLG-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * RESUMO POLINOMIAL DOS 200 CARACTERES DE WS-SL-TEXTO A PARTIR
      * DO VALOR EM WS-SL-VALOR (O MESMO CÁLCULO DO VERILOG)
       CALCULA-SELO.
           PERFORM SOMA-SELO
               VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > 200.

       SOMA-SELO.
           COMPUTE WS-SL-VALOR = FUNCTION MOD(WS-SL-VALOR * 257
               + FUNCTION ORD(WS-SL-TEXTO(WS-SL-I:1)), 999999937).
