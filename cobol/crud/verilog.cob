       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERILOG.

      * CONFERÊNCIA DO LACRE DAS TRILHAS (auditoria.log E
      * historico.log). CADA LINHA SAI DE QUEM A GRAVA COM A
      * SEQUÊNCIA, O RESUMO DOS DADOS PESSOAIS E O SELO ENCADEADO AO
      * DA LINHA ANTERIOR (VEJA auditoria.cpy E selolog.cpy); ESTE
      * PASSO REFAZ AS CONTAS E RELACIONA EM verilog.lst:
      *   - LACUNA NA SEQUÊNCIA (LINHA APAGADA DO MEIO DA TRILHA);
      *   - SEQUÊNCIA REPETIDA (LINHA COPIADA OU ENXERTADA);
      *   - RESUMO QUE NÃO CONFERE (DADO PESSOAL ALTERADO), SALVO NA
      *     LINHA QUE O ANONLOG APAGOU E MARCOU E CUJO CARNET TEM A
      *     AÇÃO "ANONIMIZA" LACRADA NA auditoria CONFERIDA (A MARCA E
      *     O APAGAMENTO NÃO ENTRAM NO SELO E, SOZINHOS, NÃO VALEM);
      *   - SELO QUE NÃO CONFERE (LINHA ALTERADA OU CORRENTE QUEBRADA);
      *   - FIM DA TRILHA ATRÁS OU ALÉM DO CONTROLE (LINHAS FINAIS
      *     APAGADAS, TRILHA TROCADA);
      *   - LINHA SEM LACRE DEPOIS DA PRIMEIRA LACRADA. AS LINHAS
      *     GRAVADAS ANTES DO LACRE EXISTIR SÓ SÃO CONTADAS.
      * AS LINHAS SÃO CONFERIDAS NA ORDEM DA SEQUÊNCIA (ARQUIVO DE
      * TRABALHO verilog.tmp, APAGADO NO FIM), PORQUE DUAS SESSÕES
      * DO CLIENTES PODEM INTERCALAR AS LINHAS NO LOG. OS CARNETS
      * ANONIMIZADOS FICAM EM OUTRO ARQUIVO DE TRABALHO
      * (verilog_anon.tmp), TAMBÉM APAGADO NO FIM.
      * O MODO VEM DE verilog.par (MODO=...; SEM O ARQUIVO, VIVO):
      *   VIVO   CONFERE OS LOGS VIVOS (batch_noturno.sh);
      *   CORTE  CONFERE OS LOGS CORTADOS (_fechado) SEGUIDOS DOS VIVOS,
      *          ANTES DO ARQHIST (batch_mensal.sh);
      *   FECHA  CONFERE SÓ OS CORTADOS E, SE ESTIVEREM ÍNTEGROS, GRAVA
      *          A ÚLTIMA LINHA DELES COMO BASE DO MÊS SEGUINTE EM
      *          selolog.dat (batch_mensal.sh, DEPOIS DO ARQHIST).
      * RC=0 ÍNTEGRO, RC=1 COM ACHADOS, RC=2 PARÂMETRO INVÁLIDO OU
      * CONTROLE ILEGÍVEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT AUDVIVO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-LOG.
           SELECT AUDFECH ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-LOG.
           SELECT HISVIVO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-LOG.
           SELECT HISFECH ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-LOG.
           SELECT ORDEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ORD
               RECORD KEY IS ORD-SEQ.
           SELECT ANONIMIZADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-ANO
               RECORD KEY IS ANO-CARNET.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "verilog.par".
       01 PAR-LINHA PIC X(30).

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD AUDVIVO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "auditoria.log".
       01 AUDVIVO-LINHA PIC X(173).

       FD AUDFECH LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "auditoria_fechado.log".
       01 AUDFECH-LINHA PIC X(173).

       FD HISVIVO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "historico.log".
       01 HISVIVO-LINHA PIC X(163).

       FD HISFECH LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "historico_fechado.log".
       01 HISFECH-LINHA PIC X(163).

      * UMA ENTRADA POR LINHA LACRADA, NA ORDEM DA SEQUÊNCIA: O QUE O
      * PERCURSO PRECISA, JÁ SEM O FORMATO DE CADA LOG
       FD ORDEM VALUE OF FILE-ID IS "verilog.tmp".
       01 ORD-REC.
           05 ORD-SEQ            PIC 9(09).
           05 ORD-SELO           PIC 9(09).
           05 ORD-ARQ            PIC X(01).
           05 ORD-NUM-LINHA      PIC 9(07).
      * C RESUMO CONFERE, X ALTERADA, P MARCADA COMO APAGADA, A
      * CONFIRMAR NO PERCURSO: A (APAGADA PELO ANONLOG) SE O CARNET
      * TEM A AÇÃO ANONIMIZA LACRADA, SENÃO X
           05 ORD-RESUMO-SIT     PIC X(01).
           05 ORD-CARNET         PIC 9(09).
           05 ORD-TEXTO          PIC X(200).

      * CARNETS COM A AÇÃO "ANONIMIZA" LACRADA NA auditoria LIDA
      * (CORTADA E VIVA, CONFORME O MODO)
       FD ANONIMIZADOS VALUE OF FILE-ID IS "verilog_anon.tmp".
       01 ANO-REC.
           05 ANO-CARNET         PIC 9(09).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "verilog.lst".
       01 LINHA-REL PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-LOG PIC 9(02).
       77 FS-STAT-ORD PIC 9(02).
       77 FS-STAT-ANO PIC 9(02).
       77 FS-STAT-SLG PIC 9(02).
           88 FS-SLG-SEM-REG   VALUE 23.
           88 FS-SLG-NAO-EXISTE VALUE 35.
       77 FINAL-PARAMETRO PIC 9 VALUE 0.
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-ORDEM     PIC 9 VALUE 0.

       77 WS-MODO PIC X(05) VALUE "VIVO".
           88 MODO-VIVO  VALUE "VIVO".
           88 MODO-CORTE VALUE "CORTE".
           88 MODO-FECHA VALUE "FECHA".
           88 MODO-VALIDO VALUE "VIVO" "CORTE" "FECHA".
       77 WS-SELOS-ABERTO PIC X VALUE "N".
           88 SELOS-ABERTO VALUE "S".
       77 WS-SL-EXISTE PIC X VALUE "N".
           88 SL-EXISTE VALUE "S".
       77 WS-ARQ-TMP PIC X(30) VALUE "verilog.tmp".
       77 WS-ARQ-ANON PIC X(30) VALUE "verilog_anon.tmp".

      * MESMO CÁLCULO DE CALCULA-SELO DE QUEM GRAVA AS TRILHAS
       77 WS-SL-I PIC 9(03) VALUE 0.
       77 WS-SL-VALOR PIC 9(12) VALUE 0.
       77 WS-SL-TEXTO PIC X(200).

      * CONTADORES DO LOG EM CONFERÊNCIA E DO PASSO
       77 WS-VL-LOG         PIC X(10).
       77 WS-VL-ARQ         PIC X(01).
       77 WS-VL-NUM-LINHA   PIC 9(07) VALUE 0.
       77 WS-VL-LIDAS       PIC 9(07) VALUE 0.
       77 WS-VL-LACRADAS    PIC 9(07) VALUE 0.
       77 WS-VL-ANTERIORES  PIC 9(07) VALUE 0.
       77 WS-VL-APAGADAS    PIC 9(07) VALUE 0.
       77 WS-VL-ACHADOS     PIC 9(07) VALUE 0.
       77 WS-VL-ULT-SEQ     PIC 9(09) VALUE 0.
       77 WS-VL-ULT-SELO    PIC 9(09) VALUE 0.
       77 WS-VL-FALTAM      PIC 9(09) VALUE 0.
       77 WS-VL-CONFERE-SELO PIC X VALUE "S".
       77 WS-TOTAL-LIDAS    PIC 9(08) VALUE 0.
       77 WS-TOTAL-ACHADOS  PIC 9(08) VALUE 0.

       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(10).
           05 WS-P-VALOR PIC X(20).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DATA-ATUAL PIC 9(08).
           05 FILLER        PIC X(13).

           COPY auditoria.
           COPY historico.

       01 WS-CABECALHO.
           05 FILLER PIC X(40) VALUE
              "CONFERENCIA DO LACRE DAS TRILHAS  MODO: ".
           05 WC-MODO PIC X(05).
       01 WS-SUBCABECALHO.
           05 FILLER PIC X(11) VALUE "LOG".
           05 FILLER PIC X(10) VALUE "SEQUENCIA".
           05 FILLER PIC X(11) VALUE "ARQ/LINHA".
           05 FILLER PIC X(40) VALUE "OCORRENCIA".
       01 WS-DETALHE.
           05 WD-LOG    PIC X(10).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 WD-SEQ    PIC 9(09).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 WD-ARQ    PIC X(01).
           05 FILLER    PIC X(01) VALUE "/".
           05 WD-LINHA  PIC Z(06)9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WD-TEXTO  PIC X(45).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 WD-EXTRA  PIC 9(09).
       01 WS-RODAPE.
           05 WR-LOG    PIC X(10).
           05 FILLER    PIC X(10) VALUE " LINHAS: ".
           05 WR-LIDAS  PIC ZZZZZZ9.
           05 FILLER    PIC X(13) VALUE "  ANTERIORES:".
           05 WR-ANTER  PIC ZZZZZZ9.
           05 FILLER    PIC X(12) VALUE "  APAGADAS:".
           05 WR-APAG   PIC ZZZZZZ9.
           05 FILLER    PIC X(11) VALUE "  ACHADOS:".
           05 WR-ACHADOS PIC ZZZZZZ9.
       01 WS-LINHA-BASE.
           05 FILLER    PIC X(31) VALUE
              "BASE DO MES SEGUINTE GRAVADA: ".
           05 WB-LOG    PIC X(10).
           05 FILLER    PIC X(05) VALUE " SEQ ".
           05 WB-SEQ    PIC 9(09).

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           IF NOT MODO-VALIDO
               DISPLAY "MODO INVALIDO EM verilog.par: " WS-MODO
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRE-CONTROLE THRU ABRE-CONTROLE-FIM.
           IF FS-STAT-SLG NOT = ZEROS AND NOT FS-SLG-NAO-EXISTE
               DISPLAY "NAO FOI POSSIVEL ABRIR selolog.dat: "
                   FS-STAT-SLG
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE WS-MODO TO WC-MODO.
           WRITE LINHA-REL FROM WS-CABECALHO.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           OPEN OUTPUT ANONIMIZADOS.
           CLOSE ANONIMIZADOS.
           OPEN I-O ANONIMIZADOS.
           IF FS-STAT-ANO NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR verilog_anon.tmp: "
                   FS-STAT-ANO
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A auditoria VEM PRIMEIRO: É ELA QUE TRAZ AS AÇÕES ANONIMIZA
      * QUE VALIDAM AS LINHAS APAGADAS DO historico
           MOVE "AUDITORIA" TO WS-VL-LOG.
           PERFORM CONFERE-LOG THRU CONFERE-LOG-FIM.
           MOVE "HISTORICO" TO WS-VL-LOG.
           PERFORM CONFERE-LOG THRU CONFERE-LOG-FIM.

           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           CLOSE ANONIMIZADOS.
           CLOSE RELATORIO.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-TMP.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-ANON.
           DISPLAY "LINHAS LIDAS: " WS-TOTAL-LIDAS.
           DISPLAY "ERROS: " WS-TOTAL-ACHADOS.
           IF WS-TOTAL-ACHADOS > 0
               DISPLAY "*** TRILHA COM ACHADOS, VER verilog.lst ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * LÊ O MODO EM verilog.par (MODO=VIVO|CORTE|FECHA); SEM O
      * ARQUIVO FICA O VIVO
       LE-PARAMETROS.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR NOT = ZEROS
               GO TO LE-PARAMETROS-FIM
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.
           PERFORM APLICA-PARAMETRO UNTIL FINAL-PARAMETRO = 1.
           CLOSE PARAMETRO.
       LE-PARAMETROS-FIM.
           EXIT.

       APLICA-PARAMETRO.
           MOVE SPACES TO WS-PAR-CAMPOS.
           UNSTRING PAR-LINHA DELIMITED BY "="
               INTO WS-P-CHAVE WS-P-VALOR
           END-UNSTRING.
           EVALUATE WS-P-CHAVE
               WHEN "MODO"
                   MOVE WS-P-VALOR TO WS-MODO
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO: " WS-P-CHAVE
           END-EVALUATE.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.

      * -----------------------------------
      * O CONTROLE SÓ É REGRAVADO NO FECHA. SEM selolog.dat NENHUMA
      * LINHA FOI LACRADA AINDA, E TODAS CONTAM COMO ANTERIORES.
       ABRE-CONTROLE.
           IF MODO-FECHA
               OPEN I-O SELOCTL
           ELSE
               OPEN INPUT SELOCTL
           END-IF.
           IF FS-STAT-SLG = ZEROS
               MOVE "S" TO WS-SELOS-ABERTO
           END-IF.
       ABRE-CONTROLE-FIM.
           EXIT.

       LE-CONTROLE.
           MOVE "N" TO WS-SL-EXISTE.
           MOVE WS-VL-LOG TO SLG-LOG.
           IF SELOS-ABERTO
               READ SELOCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-SL-EXISTE
               END-READ
           END-IF.
           IF NOT SL-EXISTE
               MOVE WS-VL-LOG TO SLG-LOG
               MOVE ZEROS TO SLG-ULT-SEQ
               MOVE ZEROS TO SLG-ULT-SELO
               MOVE ZEROS TO SLG-BASE-SEQ
               MOVE ZEROS TO SLG-BASE-SELO
               MOVE ZEROS TO SLG-DATA-CORTE
           END-IF.

      * -----------------------------------
      * CONFERE UM LOG (WS-VL-LOG): CARREGA AS LINHAS NA ORDEM DA
      * SEQUÊNCIA, PERCORRE A CORRENTE A PARTIR DA BASE E CONFERE O
      * FIM CONTRA O CONTROLE
       CONFERE-LOG.
           MOVE 0 TO WS-VL-LIDAS.
           MOVE 0 TO WS-VL-LACRADAS.
           MOVE 0 TO WS-VL-ANTERIORES.
           MOVE 0 TO WS-VL-APAGADAS.
           MOVE 0 TO WS-VL-ACHADOS.
           PERFORM LE-CONTROLE.
           OPEN OUTPUT ORDEM.
           CLOSE ORDEM.
           OPEN I-O ORDEM.
           IF FS-STAT-ORD NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR verilog.tmp: "
                   FS-STAT-ORD
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-VL-LOG = "AUDITORIA"
               PERFORM CARREGA-AUDITORIA
           ELSE
               PERFORM CARREGA-HISTORICO
           END-IF.
           PERFORM PERCORRE-CORRENTE.
           CLOSE ORDEM.
           IF NOT MODO-FECHA
               PERFORM CONFERE-FIM THRU CONFERE-FIM-FIM
           ELSE
               PERFORM GRAVA-BASE THRU GRAVA-BASE-FIM
           END-IF.
           MOVE WS-VL-LOG TO WR-LOG.
           MOVE WS-VL-LIDAS TO WR-LIDAS.
           MOVE WS-VL-ANTERIORES TO WR-ANTER.
           MOVE WS-VL-APAGADAS TO WR-APAG.
           MOVE WS-VL-ACHADOS TO WR-ACHADOS.
           WRITE LINHA-REL FROM WS-RODAPE.
           DISPLAY WS-VL-LOG " - LINHAS: " WS-VL-LIDAS
               " ANTERIORES AO LACRE: " WS-VL-ANTERIORES
               " APAGADAS: " WS-VL-APAGADAS
               " ACHADOS: " WS-VL-ACHADOS.
           ADD WS-VL-LIDAS TO WS-TOTAL-LIDAS.
           ADD WS-VL-ACHADOS TO WS-TOTAL-ACHADOS.
       CONFERE-LOG-FIM.
           EXIT.

      * -----------------------------------
      * CARGA DA auditoria: NO CORTE E NO FECHA PRIMEIRO O LOG
      * CORTADO (F); NO VIVO E NO CORTE, O LOG VIVO (V)
       CARREGA-AUDITORIA.
           MOVE 0 TO WS-VL-NUM-LINHA.
           IF NOT MODO-VIVO
               MOVE "F" TO WS-VL-ARQ
               MOVE 0 TO FINAL-ARQUIVO
               OPEN INPUT AUDFECH
               IF FS-STAT-LOG = ZEROS
                   PERFORM LE-AUDFECH
                   CLOSE AUDFECH
               END-IF
           END-IF.
           MOVE 0 TO WS-VL-NUM-LINHA.
           IF NOT MODO-FECHA
               MOVE "V" TO WS-VL-ARQ
               MOVE 0 TO FINAL-ARQUIVO
               OPEN INPUT AUDVIVO
               IF FS-STAT-LOG = ZEROS
                   PERFORM LE-AUDVIVO
                   CLOSE AUDVIVO
               END-IF
           END-IF.

       LE-AUDFECH.
           READ AUDFECH INTO AUD-REC
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM TRATA-LINHA-AUD THRU TRATA-LINHA-AUD-FIM
               UNTIL FINAL-ARQUIVO = 1.

       LE-AUDVIVO.
           READ AUDVIVO INTO AUD-REC
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM TRATA-LINHA-AUD THRU TRATA-LINHA-AUD-FIM
               UNTIL FINAL-ARQUIVO = 1.

      * RESUMO RECALCULADO SOBRE FONE, NOME E ENDEREÇO; O TEXTO DO
      * SELO É MONTADO COMO EM GRAVA-LINHA-AUDITORIA, COM O RESUMO
      * GRAVADO NA LINHA
       TRATA-LINHA-AUD.
           ADD 1 TO WS-VL-NUM-LINHA.
           ADD 1 TO WS-VL-LIDAS.
           IF AUD-SEQ NOT NUMERIC OR AUD-SEQ = ZEROS
               PERFORM LINHA-SEM-LACRE
               GO TO TRATA-LINHA-AUD-PROX
           END-IF.
           ADD 1 TO WS-VL-LACRADAS.
           MOVE AUD-SEQ TO ORD-SEQ.
           MOVE "C" TO ORD-RESUMO-SIT.
           MOVE ZEROS TO ORD-SELO.
           IF AUD-RESUMO NOT NUMERIC OR AUD-SELO NOT NUMERIC
               MOVE "X" TO ORD-RESUMO-SIT
           ELSE
               MOVE AUD-SELO TO ORD-SELO
               MOVE SPACES TO WS-SL-TEXTO
               STRING AUD-FONE AUD-NOME AUD-ENDERECO
                   DELIMITED BY SIZE INTO WS-SL-TEXTO
               END-STRING
               MOVE 0 TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               IF WS-SL-VALOR NOT = AUD-RESUMO
                   IF AUD-APAGADO = "S" AND AUD-FONE = ZEROS
                       AND AUD-NOME = SPACES
                       AND AUD-ENDERECO = SPACES
                       MOVE "P" TO ORD-RESUMO-SIT
                   ELSE
                       MOVE "X" TO ORD-RESUMO-SIT
                   END-IF
               END-IF
           END-IF.
           MOVE AUD-CARNET TO ORD-CARNET.
           MOVE SPACES TO ORD-TEXTO.
           STRING AUD-DATA AUD-HORA AUD-OPERADOR AUD-ACAO
                  AUD-CARNET AUD-SEQ AUD-RESUMO
               DELIMITED BY SIZE INTO ORD-TEXTO
           END-STRING.
           PERFORM GRAVA-ORDEM.
           IF AUD-ACAO = "ANONIMIZA" AND ORD-RESUMO-SIT = "C"
               PERFORM GUARDA-ANONIMIZADO
           END-IF.
       TRATA-LINHA-AUD-PROX.
           IF WS-VL-ARQ = "F"
               READ AUDFECH INTO AUD-REC
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           ELSE
               READ AUDVIVO INTO AUD-REC
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           END-IF.
       TRATA-LINHA-AUD-FIM.
           EXIT.

      * -----------------------------------
      * CARGA DO historico, NA MESMA ORDEM DE ARQUIVOS DA auditoria
       CARREGA-HISTORICO.
           MOVE 0 TO WS-VL-NUM-LINHA.
           IF NOT MODO-VIVO
               MOVE "F" TO WS-VL-ARQ
               MOVE 0 TO FINAL-ARQUIVO
               OPEN INPUT HISFECH
               IF FS-STAT-LOG = ZEROS
                   PERFORM LE-HISFECH
                   CLOSE HISFECH
               END-IF
           END-IF.
           MOVE 0 TO WS-VL-NUM-LINHA.
           IF NOT MODO-FECHA
               MOVE "V" TO WS-VL-ARQ
               MOVE 0 TO FINAL-ARQUIVO
               OPEN INPUT HISVIVO
               IF FS-STAT-LOG = ZEROS
                   PERFORM LE-HISVIVO
                   CLOSE HISVIVO
               END-IF
           END-IF.

       LE-HISFECH.
           READ HISFECH INTO HIST-REC
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM TRATA-LINHA-HIST THRU TRATA-LINHA-HIST-FIM
               UNTIL FINAL-ARQUIVO = 1.

       LE-HISVIVO.
           READ HISVIVO INTO HIST-REC
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM TRATA-LINHA-HIST THRU TRATA-LINHA-HIST-FIM
               UNTIL FINAL-ARQUIVO = 1.

      * RESUMO RECALCULADO SOBRE OS VALORES ANTIGO E NOVO; TEXTO DO
      * SELO COMO EM GRAVA-LINHA-HISTORICO
       TRATA-LINHA-HIST.
           ADD 1 TO WS-VL-NUM-LINHA.
           ADD 1 TO WS-VL-LIDAS.
           IF HIST-SEQ NOT NUMERIC OR HIST-SEQ = ZEROS
               PERFORM LINHA-SEM-LACRE
               GO TO TRATA-LINHA-HIST-PROX
           END-IF.
           ADD 1 TO WS-VL-LACRADAS.
           MOVE HIST-SEQ TO ORD-SEQ.
           MOVE "C" TO ORD-RESUMO-SIT.
           MOVE ZEROS TO ORD-SELO.
           IF HIST-RESUMO NOT NUMERIC OR HIST-SELO NOT NUMERIC
               MOVE "X" TO ORD-RESUMO-SIT
           ELSE
               MOVE HIST-SELO TO ORD-SELO
               MOVE SPACES TO WS-SL-TEXTO
               STRING HIST-VALOR-ANTIGO HIST-VALOR-NOVO
                   DELIMITED BY SIZE INTO WS-SL-TEXTO
               END-STRING
               MOVE 0 TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               IF WS-SL-VALOR NOT = HIST-RESUMO
                   IF HIST-APAGADO = "S"
                       AND HIST-VALOR-ANTIGO = SPACES
                       AND HIST-VALOR-NOVO = SPACES
                       MOVE "P" TO ORD-RESUMO-SIT
                   ELSE
                       MOVE "X" TO ORD-RESUMO-SIT
                   END-IF
               END-IF
           END-IF.
           MOVE HIST-CARNET TO ORD-CARNET.
           MOVE SPACES TO ORD-TEXTO.
           STRING HIST-DATA HIST-HORA HIST-CARNET HIST-OPERADOR
                  HIST-CAMPO HIST-SEQ HIST-RESUMO
               DELIMITED BY SIZE INTO ORD-TEXTO
           END-STRING.
           PERFORM GRAVA-ORDEM.
       TRATA-LINHA-HIST-PROX.
           IF WS-VL-ARQ = "F"
               READ HISFECH INTO HIST-REC
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           ELSE
               READ HISVIVO INTO HIST-REC
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           END-IF.
       TRATA-LINHA-HIST-FIM.
           EXIT.

      * -----------------------------------
      * LINHA SEM LACRE: ANTES DA PRIMEIRA LACRADA É DO TEMPO EM QUE O
      * LACRE NÃO EXISTIA; DEPOIS DELA É ACHADO
       LINHA-SEM-LACRE.
           IF WS-VL-LACRADAS = 0
               ADD 1 TO WS-VL-ANTERIORES
           ELSE
               MOVE ZEROS TO WD-SEQ
               MOVE WS-VL-ARQ TO WD-ARQ
               MOVE WS-VL-NUM-LINHA TO WD-LINHA
               MOVE "LINHA SEM LACRE NO MEIO DA TRILHA" TO WD-TEXTO
               MOVE ZEROS TO WD-EXTRA
               PERFORM GRAVA-ACHADO
           END-IF.

      * LINHA ANONIMIZA COM LACRE E RESUMO EM ORDEM: O CARNET DELA
      * PODE TER LINHAS APAGADAS PELO ANONLOG. SE O SELO DELA NÃO
      * CONFERIR, O PERCURSO APONTA A TRILHA DE QUALQUER FORMA.
       GUARDA-ANONIMIZADO.
           MOVE AUD-CARNET TO ANO-CARNET.
           WRITE ANO-REC
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-ORDEM.
           MOVE WS-VL-ARQ TO ORD-ARQ.
           MOVE WS-VL-NUM-LINHA TO ORD-NUM-LINHA.
           WRITE ORD-REC
               INVALID KEY
                   MOVE ORD-SEQ TO WD-SEQ
                   MOVE WS-VL-ARQ TO WD-ARQ
                   MOVE WS-VL-NUM-LINHA TO WD-LINHA
                   MOVE "SEQUENCIA REPETIDA (LINHA COPIADA)"
                       TO WD-TEXTO
                   MOVE ZEROS TO WD-EXTRA
                   PERFORM GRAVA-ACHADO
           END-WRITE.

      * -----------------------------------
      * PERCORRE AS LINHAS NA ORDEM DA SEQUÊNCIA, A PARTIR DA BASE
      * (ÚLTIMA LINHA DO MÊS JÁ FECHADO)
       PERCORRE-CORRENTE.
           MOVE SLG-BASE-SEQ TO WS-VL-ULT-SEQ.
           MOVE SLG-BASE-SELO TO WS-VL-ULT-SELO.
           MOVE 0 TO FINAL-ORDEM.
           MOVE ZEROS TO ORD-SEQ.
           START ORDEM KEY IS NOT LESS THAN ORD-SEQ
               INVALID KEY MOVE 1 TO FINAL-ORDEM
           END-START.
           PERFORM CONFERE-LINHA THRU CONFERE-LINHA-FIM
               UNTIL FINAL-ORDEM = 1.

       CONFERE-LINHA.
           READ ORDEM NEXT RECORD
               AT END
                   MOVE 1 TO FINAL-ORDEM
                   GO TO CONFERE-LINHA-FIM
           END-READ.
           MOVE ORD-SEQ TO WD-SEQ.
           MOVE ORD-ARQ TO WD-ARQ.
           MOVE ORD-NUM-LINHA TO WD-LINHA.
           MOVE ZEROS TO WD-EXTRA.
           IF ORD-SEQ NOT > SLG-BASE-SEQ
               MOVE "SEQUENCIA DE MES JA FECHADO; BASE:" TO WD-TEXTO
               MOVE SLG-BASE-SEQ TO WD-EXTRA
               PERFORM GRAVA-ACHADO
               GO TO CONFERE-LINHA-FIM
           END-IF.
           MOVE "S" TO WS-VL-CONFERE-SELO.
           IF ORD-SEQ > WS-VL-ULT-SEQ + 1
               COMPUTE WS-VL-FALTAM = ORD-SEQ - WS-VL-ULT-SEQ - 1
               MOVE "LACUNA: LINHAS FALTANDO ANTES DESTA:" TO WD-TEXTO
               MOVE WS-VL-FALTAM TO WD-EXTRA
               PERFORM GRAVA-ACHADO
               MOVE "N" TO WS-VL-CONFERE-SELO
           END-IF.
           IF ORD-RESUMO-SIT = "P"
               PERFORM CONFERE-APAGAMENTO
           END-IF.
           IF ORD-RESUMO-SIT = "X"
               MOVE "LINHA ALTERADA (DADOS PESSOAIS OU LACRE)"
                   TO WD-TEXTO
               MOVE ZEROS TO WD-EXTRA
               PERFORM GRAVA-ACHADO
           END-IF.
           IF ORD-RESUMO-SIT = "A"
               ADD 1 TO WS-VL-APAGADAS
           END-IF.
           IF WS-VL-CONFERE-SELO = "S"
               MOVE ORD-TEXTO TO WS-SL-TEXTO
               MOVE WS-VL-ULT-SELO TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               IF WS-SL-VALOR NOT = ORD-SELO
                   MOVE "SELO NAO CONFERE: ALTERADA/CORRENTE QUEBRADA"
                       TO WD-TEXTO
                   MOVE ZEROS TO WD-EXTRA
                   PERFORM GRAVA-ACHADO
               END-IF
           END-IF.
           MOVE ORD-SEQ TO WS-VL-ULT-SEQ.
           MOVE ORD-SELO TO WS-VL-ULT-SELO.
       CONFERE-LINHA-FIM.
           EXIT.

      * LINHA MARCADA COMO APAGADA: SÓ VALE SE O CARNET FOI
      * ANONIMIZADO COM ENTRADA LACRADA NA auditoria; SENÃO A MARCA E
      * O APAGAMENTO FORAM FEITOS À MÃO E A LINHA CONTA COMO ALTERADA
       CONFERE-APAGAMENTO.
           MOVE ORD-CARNET TO ANO-CARNET.
           READ ANONIMIZADOS
               INVALID KEY MOVE "X" TO ORD-RESUMO-SIT
               NOT INVALID KEY MOVE "A" TO ORD-RESUMO-SIT
           END-READ.

      * -----------------------------------
      * O FIM DA TRILHA TEM DE SER A ÚLTIMA LINHA QUE O CONTROLE
      * REGISTROU: ATRÁS DELA FALTAM AS LINHAS FINAIS, ALÉM DELA A
      * TRILHA NÃO É A QUE FOI GRAVADA
       CONFERE-FIM.
           MOVE ZEROS TO WD-SEQ.
           MOVE SPACE TO WD-ARQ.
           MOVE ZEROS TO WD-LINHA.
           IF NOT SL-EXISTE
               IF WS-VL-LACRADAS > 0
                   MOVE "LINHAS LACRADAS SEM REGISTRO EM selolog.dat"
                       TO WD-TEXTO
                   MOVE ZEROS TO WD-EXTRA
                   PERFORM GRAVA-ACHADO
               END-IF
               GO TO CONFERE-FIM-FIM
           END-IF.
           MOVE WS-VL-ULT-SEQ TO WD-SEQ.
           IF WS-VL-ULT-SEQ < SLG-ULT-SEQ
               MOVE "FALTAM LINHAS FINAIS; ULTIMA NO CONTROLE:"
                   TO WD-TEXTO
               MOVE SLG-ULT-SEQ TO WD-EXTRA
               PERFORM GRAVA-ACHADO
               GO TO CONFERE-FIM-FIM
           END-IF.
           IF WS-VL-ULT-SEQ > SLG-ULT-SEQ
               MOVE "SEQUENCIA ALEM DO CONTROLE; ULTIMA NELE:"
                   TO WD-TEXTO
               MOVE SLG-ULT-SEQ TO WD-EXTRA
               PERFORM GRAVA-ACHADO
               GO TO CONFERE-FIM-FIM
           END-IF.
           IF WS-VL-ULT-SELO NOT = SLG-ULT-SELO
               MOVE "SELO FINAL DIFERENTE DO CONTROLE" TO WD-TEXTO
               MOVE ZEROS TO WD-EXTRA
               PERFORM GRAVA-ACHADO
           END-IF.
       CONFERE-FIM-FIM.
           EXIT.

      * -----------------------------------
      * FECHA: COM OS LOGS CORTADOS ÍNTEGROS, A ÚLTIMA LINHA DELES
      * PASSA A SER A BASE DO LOG VIVO. COM ACHADOS A BASE FICA COMO
      * ESTÁ E O PASSO TERMINA COM RC=1
       GRAVA-BASE.
           IF WS-VL-ACHADOS > 0 OR NOT SL-EXISTE
               IF NOT SL-EXISTE AND WS-VL-LACRADAS > 0
                   MOVE ZEROS TO WD-SEQ
                   MOVE SPACE TO WD-ARQ
                   MOVE ZEROS TO WD-LINHA
                   MOVE "LINHAS LACRADAS SEM REGISTRO EM selolog.dat"
                       TO WD-TEXTO
                   MOVE ZEROS TO WD-EXTRA
                   PERFORM GRAVA-ACHADO
               END-IF
               GO TO GRAVA-BASE-FIM
           END-IF.
           MOVE WS-VL-ULT-SEQ TO SLG-BASE-SEQ.
           MOVE WS-VL-ULT-SELO TO SLG-BASE-SELO.
           MOVE WS-DATA-ATUAL TO SLG-DATA-CORTE.
           REWRITE SLG-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR selolog.dat: "
                       FS-STAT-SLG
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE WS-VL-LOG TO WB-LOG.
           MOVE SLG-BASE-SEQ TO WB-SEQ.
           WRITE LINHA-REL FROM WS-LINHA-BASE.
       GRAVA-BASE-FIM.
           EXIT.

       GRAVA-ACHADO.
           MOVE WS-VL-LOG TO WD-LOG.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-VL-ACHADOS.

      * RESUMO POLINOMIAL DOS 200 CARACTERES DE WS-SL-TEXTO A PARTIR
      * DO VALOR EM WS-SL-VALOR (O MESMO CÁLCULO DE QUEM GRAVA)
       CALCULA-SELO.
           PERFORM SOMA-SELO
               VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > 200.

       SOMA-SELO.
           COMPUTE WS-SL-VALOR = FUNCTION MOD(WS-SL-VALOR * 257
               + FUNCTION ORD(WS-SL-TEXTO(WS-SL-I:1)), 999999937).
