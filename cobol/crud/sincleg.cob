      * NO REPROCESSAMENTO INÓCUO DE UM CARNET JÁ CARREGADO ANTES DA
      * MUDANÇA (AGÊNCIA 000), O CÓDIGO DA AGÊNCIA É PREENCHIDO NO
      * REGISTRO — O BACKFILL ACONTECE SOZINHO NAS NOITES SEGUINTES.
      * AGÊNCIA MARCADA COMO FECHADA NO CADASTRO DE AGÊNCIAS
      * (agencias.dat, PELO AGEFECHA) É PULADA MESMO QUE AINDA CONSTE
      * DO agencias.par: A CARTEIRA DELA JÁ FOI TRANSFERIDA E O
      * ARQUIVO LEGADO DELA NÃO É MAIS ESPERADO.
      *
      * O ARQUIVO É PROCESSADO INTEIRO EM TODA EXECUÇÃO, DE PROPÓSITO:
      * O FIRSTONE ABRE CLIENTE.DAT EM OUTPUT, OU SEJA, TRUNCA E
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.

       DATA DIVISION.
       FILE SECTION.
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       77 FS-STAT-DLT PIC 9(02).
       77 FS-STAT-AUD PIC 9(02).
       77 FS-STAT-AGE PIC 9(02).
       77 FS-STAT-AGM PIC 9(02).
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".
       77 WS-AGE-FECHADA PIC X VALUE "N".
           88 AGENCIA-FECHADA VALUE "S".
       77 WS-TOTAL-FECHADAS PIC 9(03) VALUE 0.
       77 WS-OPERADOR PIC X(10) VALUE "SINCLEG".
       77 FINAL-LEGADO PIC 9 VALUE 0.
       77 FINAL-AGENCIAS PIC 9 VALUE 0.
           05 FILLER         PIC X(11) VALUE "  LEGADO:  ".
           05 WC-NOME-LEGADO PIC X(30).

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
           PERFORM PROCESSA-AGENCIAS THRU PROCESSA-AGENCIAS-FIM.
           PERFORM GRAVA-DELTA.
           CLOSE MESTRE.
           CLOSE CONFLITOS.
           CLOSE AUDITLOG.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           DISPLAY "AGENCIAS PROCESSADAS: "    WS-TOTAL-AGENCIAS.
           DISPLAY "AGENCIAS FECHADAS PULADAS: " WS-TOTAL-FECHADAS.
           DISPLAY "LINHAS LIDAS: "            WS-TOTAL-LIDOS.
           DISPLAY "CARREGADAS: "              WS-TOTAL-GRAVADOS.
           DISPLAY "REPROCESSADAS INOCUAS: "   WS-TOTAL-REPETIDOS.
               PERFORM SINCRONIZA-AGENCIA THRU SINCRONIZA-AGENCIA-FIM
               GO TO PROCESSA-AGENCIAS-FIM
           END-IF.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           END-IF.
           READ AGENCIAS
               AT END MOVE 1 TO FINAL-AGENCIAS
           END-READ.
           PERFORM TRATA-LINHA-AGENCIA UNTIL FINAL-AGENCIAS = 1.
           CLOSE AGENCIAS.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.
       PROCESSA-AGENCIAS-FIM.
           EXIT.

           IF WS-AGE-CODIGO NUMERIC AND WS-AGE-ARQUIVO NOT = SPACES
               MOVE WS-AGE-CODIGO  TO WS-AGENCIA
               MOVE WS-AGE-ARQUIVO TO WS-ARQ-LEGADO
               PERFORM CONFERE-AGENCIA
               IF NOT AGENCIA-FECHADA
                   PERFORM SINCRONIZA-AGENCIA
                       THRU SINCRONIZA-AGENCIA-FIM
               END-IF
           ELSE
               DISPLAY "LINHA INVALIDA EM agencias.par: " AGE-LINHA
           END-IF.
               AT END MOVE 1 TO FINAL-AGENCIAS
           END-READ.

      * -----------------------------------
      * AGÊNCIA FECHADA NO CADASTRO DE AGÊNCIAS NÃO É SINCRONIZADA;
      * CÓDIGO AUSENTE DO CADASTRO SÓ É APONTADO NO LOG (A CARGA
      * SEGUE, PARA NÃO PERDER CAPTAÇÃO DE AGÊNCIA AINDA NÃO
      * CADASTRADA NO AGEMAN).
       CONFERE-AGENCIA.
           MOVE "N" TO WS-AGE-FECHADA.
           IF AGENCIAS-ABERTO
               MOVE WS-AGENCIA TO AGE-CODIGO
               READ AGEMESTRE
                   INVALID KEY
                       DISPLAY "AGENCIA " WS-AGENCIA
                           " NAO CADASTRADA EM agencias.dat"
                   NOT INVALID KEY
                       IF AGE-FECHADA
                           MOVE "S" TO WS-AGE-FECHADA
                           ADD 1 TO WS-TOTAL-FECHADAS
                           DISPLAY "AGENCIA " WS-AGENCIA
                               " FECHADA EM " AGE-DATA-FECHAMENTO
                               ", " WS-ARQ-LEGADO " NAO ESPERADO"
                       END-IF
               END-READ
           END-IF.

      * -----------------------------------
      * SINCRONIZA O ARQUIVO LEGADO DA AGÊNCIA CORRENTE; ARQUIVO
      * AUSENTE SÓ PULA A AGÊNCIA (O FIRSTONE DELA PODE NÃO TER
               INTO WS-NOME-CONVERTIDO
           END-STRING.
           MOVE SPACES TO MESTRE-REC.
      * O REGISTRO DO FIRSTONE NÃO TEM ENDEREÇO NEM CEP, ENTÃO NÃO HÁ
      * O QUE CONFERIR COM A BASE DE CEPS: O CLIENTE ENTRA SEM CEP E
      * APARECE COMO "CEP AUSENTE" NA VARREDURA DO CEPVARRE, PARA A
      * AGÊNCIA COMPLETAR O ENDEREÇO PELO CLIENTES (ONDE O CEP É
      * CONFERIDO).
           MOVE ZEROS TO MESTRE-CEP.
           MOVE WS-AGENCIA TO MESTRE-AGENCIA.
           MOVE ZEROS TO MESTRE-CARNET-SUCESSOR.
           MOVE MESTRE-FONE     TO AUD-FONE.
           MOVE MESTRE-NOME     TO AUD-NOME.
           MOVE MESTRE-ENDERECO TO AUD-ENDERECO.
           PERFORM GRAVA-LINHA-AUDITORIA.

       TRATA-CARNET-EXISTENTE.
           MOVE CARNET-LEG TO MESTRE-CARNET.
           OPEN OUTPUT DELTA-FILE.
           WRITE DELTA-REGISTRO FROM WS-DELTA-REC.
           CLOSE DELTA-FILE.

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
