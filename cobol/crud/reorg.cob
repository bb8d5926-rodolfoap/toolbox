       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG.

      * REORGANIZAÇÃO MENSAL DOS ARQUIVOS INDEXADOS (clientemestre,
      * histarq, pagamentos, contatos E pendencias .dat). CADA ARQUIVO
      * É DESCARREGADO NA ORDEM DA CHAVE PARA reorg.seq E RECARREGADO
      * NUM ARQUIVO NOVO (nome_reorg.dat) COM AS MESMAS CHAVES E
      * CHAVES ALTERNATIVAS. ANTES DA TROCA O ARQUIVO NOVO É RELIDO E
      * CONFERIDO COM O VELHO PELO MESMO TOTAL DE CONTROLE DO RECON E
      * DO CONFBKP (QUANTIDADE DE REGISTROS E SOMA DOS CARNETS DA
      * CHAVE; EM pendencias, CUJA CHAVE É DATA+HORA+SEQUÊNCIA, SOMA O
      * PEND-CARNET), E PELA CHAVE ALTERNATIVA, QUE TEM DE ALCANÇAR
      * TODOS OS REGISTROS. SÓ ENTÃO O VELHO VIRA A CÓPIA DATADA
      * nome_AAAAMMDD.dat E O NOVO TOMA O SEU LUGAR; UM ARQUIVO QUE
      * NÃO CONFERE FICA COMO ESTAVA E O NOVO É APAGADO.
      * reorg.lst MOSTRA, POR ARQUIVO, TAMANHO, REGISTROS, TOTAL DE
      * CONTROLE E O TEMPO DE UMA LEITURA COMPLETA (PELA CHAVE E PELA
      * ALTERNATIVA) ANTES E DEPOIS. ARQUIVO JÁ REORGANIZADO NA DATA
      * (CÓPIA DATADA EXISTENTE) É PULADO, O QUE TORNA A REEXECUÇÃO
      * SEGURA. reorg.par (OPCIONAL) RESTRINGE A UM ARQUIVO:
      *     ARQUIVO=nome             (SEM .dat, EX.: ARQUIVO=contatos)
      * RODA NO batch_mensal.sh, SEM O BALCÃO NO AR. RC=0 TUDO
      * REORGANIZADO, RC=1 ALGUM ARQUIVO NÃO CONFERIU (MANTIDO),
      * RC=2 PARÂMETRO INVÁLIDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
      * O MESMO FD SERVE AO ARQUIVO VELHO E AO NOVO: O DD REOARQ É
      * APONTADO PARA UM OU OUTRO (SET ENVIRONMENT "DD_REOARQ") ANTES
      * DO OPEN
           SELECT REO-MESTRE ASSIGN TO REOARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REO
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT REO-HISTARQ ASSIGN TO REOARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REO
               RECORD KEY IS HARQ-KEY.
           SELECT REO-PAGTOS ASSIGN TO REOARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REO
               RECORD KEY IS PAG-KEY.
           SELECT REO-CONTATOS ASSIGN TO REOARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REO
               RECORD KEY IS CTT-KEY
               ALTERNATE RECORD KEY IS CTT-VALOR WITH DUPLICATES.
           SELECT REO-PENDENTES ASSIGN TO REOARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-REO
               RECORD KEY IS PEND-KEY.
           SELECT DESCARGA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-DSC.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "reorg.par".
       01 PAR-LINHA PIC X(60).

       FD REO-MESTRE.
           COPY clientemestre.

       FD REO-HISTARQ.
           COPY histarq.

       FD REO-PAGTOS.
           COPY pagamento.

       FD REO-CONTATOS.
           COPY contato.

       FD REO-PENDENTES.
           COPY pendente.

       FD DESCARGA LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "reorg.seq".
       01 DSC-LINHA PIC X(250).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "reorg.lst".
       01 LINHA-REL PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-REO PIC 9(02).
           88 FS-REO-OK VALUE ZEROS.
       77 FS-STAT-DSC PIC 9(02).
       77 FINAL-PARAMETRO PIC 9 VALUE 0.
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-DESCARGA  PIC 9 VALUE 0.

       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(12).
           05 WS-P-VALOR PIC X(40).
       77 WS-FILTRO PIC X(20) VALUE SPACES.

      * OS CINCO ARQUIVOS, NA ORDEM EM QUE SÃO REORGANIZADOS; O
      * ÍNDICE (WS-TIPO) ESCOLHE O FD NOS PARÁGRAFOS DE E/S
       01 WS-TABELA-ARQUIVOS.
           05 FILLER PIC X(20) VALUE "clientemestre".
           05 FILLER PIC X(20) VALUE "histarq".
           05 FILLER PIC X(20) VALUE "pagamentos".
           05 FILLER PIC X(20) VALUE "contatos".
           05 FILLER PIC X(20) VALUE "pendencias".
       01 WS-TAB-ARQ REDEFINES WS-TABELA-ARQUIVOS.
           05 WS-ARQ-BASE PIC X(20) OCCURS 5 TIMES.
       77 WS-QTD-ARQUIVOS PIC 9 VALUE 5.
       77 WS-TIPO PIC 9 VALUE 0.
       77 WS-ACHOU-ARQ PIC X VALUE "N".
           88 ACHOU-ARQ VALUE "S".

       77 WS-ARQ-VELHO    PIC X(40) VALUE SPACES.
       77 WS-ARQ-NOVO     PIC X(40) VALUE SPACES.
       77 WS-ARQ-COPIA    PIC X(40) VALUE SPACES.
       77 WS-ARQ-DESCARGA PIC X(40) VALUE "reorg.seq".

      * TAMANHO DO ARQUIVO EM DISCO (CBL_CHECK_FILE_EXIST)
       01 WS-DETALHES-ARQ.
           05 WS-DA-TAMANHO PIC X(08) COMP-X.
           05 WS-DA-DATA    PIC X(04).
           05 WS-DA-HORA    PIC X(04).
       77 WS-RC-CHAMADA PIC S9(09) VALUE 0.

      * SITUAÇÃO DO ARQUIVO CORRENTE
       77 WS-SITUACAO PIC X VALUE SPACES.
           88 REORG-EM-CURSO VALUE " ".
           88 REORG-OK       VALUE "S".
           88 REORG-FALHOU   VALUE "F".
           88 REORG-PULADO   VALUE "P".
       77 WS-RESULTADO PIC X(50) VALUE SPACES.
       77 WS-TEM-ALTERNATIVA PIC X VALUE "N".
           88 TEM-ALTERNATIVA VALUE "S".
       77 WS-ERROS-CARGA PIC 9(08) VALUE 0.

      * TOTAL DE CONTROLE E TEMPOS, ANTES (ARQUIVO VELHO) E DEPOIS
      * (ARQUIVO NOVO); TEMPOS EM SEGUNDOS
       77 WS-CARNET-NUM PIC 9(09) VALUE 0.
       77 WS-CONTA-REG  PIC 9(08) VALUE 0.
       77 WS-CONTA-SOMA PIC 9(12) VALUE 0.
       77 WS-ANTES-TAMANHO   PIC 9(12) VALUE 0.
       77 WS-ANTES-REG       PIC 9(08) VALUE 0.
       77 WS-ANTES-CHECKSUM  PIC 9(12) VALUE 0.
       77 WS-ANTES-REG-ALT   PIC 9(08) VALUE 0.
       77 WS-ANTES-TEMPO     PIC 9(06)V99 VALUE 0.
       77 WS-ANTES-TEMPO-ALT PIC 9(06)V99 VALUE 0.
       77 WS-DESCARREGADOS   PIC 9(08) VALUE 0.
       77 WS-CARREGADOS      PIC 9(08) VALUE 0.
       77 WS-DEPOIS-TAMANHO   PIC 9(12) VALUE 0.
       77 WS-DEPOIS-REG       PIC 9(08) VALUE 0.
       77 WS-DEPOIS-CHECKSUM  PIC 9(12) VALUE 0.
       77 WS-DEPOIS-REG-ALT   PIC 9(08) VALUE 0.
       77 WS-DEPOIS-TEMPO     PIC 9(06)V99 VALUE 0.
       77 WS-DEPOIS-TEMPO-ALT PIC 9(06)V99 VALUE 0.

      * CRONÔMETRO EM CENTÉSIMOS DE SEGUNDO DESDE A MEIA-NOITE
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA.
               10 WS-DH-HH PIC 9(02).
               10 WS-DH-MM PIC 9(02).
               10 WS-DH-SS PIC 9(02).
               10 WS-DH-CC PIC 9(02).
           05 FILLER     PIC X(05).
       77 WS-HOJE       PIC 9(08) VALUE 0.
       77 WS-CENT-INI   PIC 9(08) VALUE 0.
       77 WS-CENT-FIM   PIC 9(08) VALUE 0.
       77 WS-DECORRIDO  PIC 9(06)V99 VALUE 0.

       77 WS-TOTAL-ARQUIVOS PIC 9(02) VALUE 0.
       77 WS-TOTAL-REORG    PIC 9(02) VALUE 0.
       77 WS-TOTAL-ERROS    PIC 9(02) VALUE 0.
       77 WS-TOTAL-PULADOS  PIC 9(02) VALUE 0.
       77 WS-TOTAL-LIDOS    PIC 9(09) VALUE 0.
       77 WS-TOTAL-GRAVADOS PIC 9(09) VALUE 0.

       01 WS-CABECALHO.
           05 FILLER    PIC X(45) VALUE
              "REORGANIZACAO DOS ARQUIVOS INDEXADOS".
           05 FILLER    PIC X(07) VALUE "  DATA ".
           05 WC-DATA   PIC 9(08).
       01 WS-LINHA-ARQUIVO.
           05 FILLER    PIC X(09) VALUE "ARQUIVO: ".
           05 WA-NOME   PIC X(40).
       01 WS-SUBCABECALHO.
           05 FILLER    PIC X(32) VALUE SPACES.
           05 FILLER    PIC X(16) VALUE "           ANTES".
           05 FILLER    PIC X(16) VALUE "          DEPOIS".
       01 WS-LINHA-NUMERO.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-ROTULO PIC X(30).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-ANTES  PIC Z(13)9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-DEPOIS PIC Z(13)9.
       01 WS-LINHA-TEMPO.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WT-ROTULO PIC X(30).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WT-ANTES  PIC Z(10)9.99.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WT-DEPOIS PIC Z(10)9.99.
       01 WS-LINHA-RESULTADO.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 FILLER    PIC X(11) VALUE "RESULTADO: ".
           05 WR-TEXTO  PIC X(50).
       01 WS-LINHA-COPIA.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 FILLER    PIC X(15) VALUE "COPIA DATADA: ".
           05 WP-COPIA  PIC X(40).
       01 WS-RODAPE.
           05 WR-ROTULO PIC X(32).
           05 WR-VALOR  PIC Z9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WS-HOJE.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           IF WS-FILTRO NOT = SPACES
               MOVE "N" TO WS-ACHOU-ARQ
               PERFORM PROCURA-FILTRO
                   VARYING WS-TIPO FROM 1 BY 1
                   UNTIL WS-TIPO > WS-QTD-ARQUIVOS
               IF NOT ACHOU-ARQ
                   DISPLAY "ARQUIVO INVALIDO EM reorg.par: " WS-FILTRO
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE WS-HOJE TO WC-DATA.
           WRITE LINHA-REL FROM WS-CABECALHO.
           PERFORM REORGANIZA-ARQUIVO THRU REORGANIZA-ARQUIVO-FIM
               VARYING WS-TIPO FROM 1 BY 1
               UNTIL WS-TIPO > WS-QTD-ARQUIVOS.
           PERFORM IMPRIME-RODAPE.
           CLOSE RELATORIO.
           DISPLAY "ARQUIVOS TRATADOS: " WS-TOTAL-ARQUIVOS.
           DISPLAY "ARQUIVOS REORGANIZADOS: " WS-TOTAL-REORG.
           DISPLAY "ARQUIVOS PULADOS: " WS-TOTAL-PULADOS.
           DISPLAY "REGISTROS LIDOS: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS: " WS-TOTAL-GRAVADOS.
           DISPLAY "ARQUIVOS COM ERROS: " WS-TOTAL-ERROS.
           IF WS-TOTAL-ERROS > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
               WHEN "ARQUIVO"
                   MOVE WS-P-VALOR(1:20) TO WS-FILTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.

       PROCURA-FILTRO.
           IF WS-ARQ-BASE(WS-TIPO) = WS-FILTRO
               MOVE "S" TO WS-ACHOU-ARQ
           END-IF.

      * -----------------------------------
      * UM ARQUIVO: LEITURA DO VELHO, DESCARGA, CARGA DO NOVO,
      * RELEITURA DO NOVO, CONFERÊNCIA E TROCA
       REORGANIZA-ARQUIVO.
           IF WS-FILTRO NOT = SPACES
               AND WS-FILTRO NOT = WS-ARQ-BASE(WS-TIPO)
               GO TO REORGANIZA-ARQUIVO-FIM
           END-IF.
           PERFORM PREPARA-ARQUIVO.
           ADD 1 TO WS-TOTAL-ARQUIVOS.
           MOVE WS-ARQ-VELHO TO WA-NOME.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-LINHA-ARQUIVO.

           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-ARQ-VELHO WS-DETALHES-ARQ.
           MOVE RETURN-CODE TO WS-RC-CHAMADA.
           IF WS-RC-CHAMADA NOT = 0
               MOVE "P" TO WS-SITUACAO
               MOVE "ARQUIVO AUSENTE, NADA A REORGANIZAR"
                   TO WS-RESULTADO
               GO TO REORGANIZA-ARQUIVO-CONCLUI
           END-IF.
           MOVE WS-DA-TAMANHO TO WS-ANTES-TAMANHO.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-ARQ-COPIA WS-DETALHES-ARQ.
           MOVE RETURN-CODE TO WS-RC-CHAMADA.
           IF WS-RC-CHAMADA = 0
               MOVE "P" TO WS-SITUACAO
               MOVE "JA REORGANIZADO NESTA DATA (COPIA DATADA EXISTE)"
                   TO WS-RESULTADO
               GO TO REORGANIZA-ARQUIVO-CONCLUI
           END-IF.

           SET ENVIRONMENT "DD_REOARQ" TO WS-ARQ-VELHO.
           PERFORM LEITURA-COMPLETA THRU LEITURA-COMPLETA-FIM.
           IF REORG-FALHOU
               GO TO REORGANIZA-ARQUIVO-CONCLUI
           END-IF.
           MOVE WS-CONTA-REG TO WS-ANTES-REG.
           MOVE WS-CONTA-SOMA TO WS-ANTES-CHECKSUM.
           MOVE WS-DECORRIDO TO WS-ANTES-TEMPO.
           ADD WS-ANTES-REG TO WS-TOTAL-LIDOS.
           IF TEM-ALTERNATIVA
               PERFORM LEITURA-ALTERNATIVA
                   THRU LEITURA-ALTERNATIVA-FIM
               MOVE WS-CONTA-REG TO WS-ANTES-REG-ALT
               MOVE WS-DECORRIDO TO WS-ANTES-TEMPO-ALT
           END-IF.

           PERFORM DESCARREGA THRU DESCARREGA-FIM.
           IF REORG-FALHOU
               GO TO REORGANIZA-ARQUIVO-CONCLUI
           END-IF.

           SET ENVIRONMENT "DD_REOARQ" TO WS-ARQ-NOVO.
           PERFORM CARREGA THRU CARREGA-FIM.
           IF REORG-FALHOU
               GO TO REORGANIZA-ARQUIVO-CONCLUI
           END-IF.

           PERFORM LEITURA-COMPLETA THRU LEITURA-COMPLETA-FIM.
           IF REORG-FALHOU
               GO TO REORGANIZA-ARQUIVO-CONCLUI
           END-IF.
           MOVE WS-CONTA-REG TO WS-DEPOIS-REG.
           MOVE WS-CONTA-SOMA TO WS-DEPOIS-CHECKSUM.
           MOVE WS-DECORRIDO TO WS-DEPOIS-TEMPO.
           IF TEM-ALTERNATIVA
               PERFORM LEITURA-ALTERNATIVA
                   THRU LEITURA-ALTERNATIVA-FIM
               MOVE WS-CONTA-REG TO WS-DEPOIS-REG-ALT
               MOVE WS-DECORRIDO TO WS-DEPOIS-TEMPO-ALT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-ARQ-NOVO WS-DETALHES-ARQ.
           MOVE WS-DA-TAMANHO TO WS-DEPOIS-TAMANHO.

           PERFORM CONFERE-TOTAIS THRU CONFERE-TOTAIS-FIM.
           IF REORG-EM-CURSO
               PERFORM TROCA-ARQUIVOS THRU TROCA-ARQUIVOS-FIM
           END-IF.
       REORGANIZA-ARQUIVO-CONCLUI.
           IF NOT REORG-OK AND NOT REORG-PULADO
               CALL "CBL_DELETE_FILE" USING WS-ARQ-NOVO
               MOVE "F" TO WS-SITUACAO
               ADD 1 TO WS-TOTAL-ERROS
           END-IF.
           IF REORG-PULADO
               ADD 1 TO WS-TOTAL-PULADOS
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-DESCARGA.
           PERFORM IMPRIME-ARQUIVO.
           DISPLAY WS-ARQ-VELHO " " WS-RESULTADO.
       REORGANIZA-ARQUIVO-FIM.
           EXIT.

       PREPARA-ARQUIVO.
           MOVE SPACES TO WS-SITUACAO.
           MOVE SPACES TO WS-RESULTADO.
           MOVE SPACES TO WS-ARQ-VELHO.
           MOVE SPACES TO WS-ARQ-NOVO.
           MOVE SPACES TO WS-ARQ-COPIA.
           STRING WS-ARQ-BASE(WS-TIPO) DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ARQ-VELHO
           END-STRING.
           STRING WS-ARQ-BASE(WS-TIPO) DELIMITED BY SPACE
                  "_reorg.dat" DELIMITED BY SIZE
               INTO WS-ARQ-NOVO
           END-STRING.
           STRING WS-ARQ-BASE(WS-TIPO) DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ARQ-COPIA
           END-STRING.
           IF WS-TIPO = 1 OR WS-TIPO = 4
               MOVE "S" TO WS-TEM-ALTERNATIVA
           ELSE
               MOVE "N" TO WS-TEM-ALTERNATIVA
           END-IF.
           MOVE 0 TO WS-ANTES-TAMANHO WS-ANTES-REG WS-ANTES-CHECKSUM
                     WS-ANTES-REG-ALT WS-ANTES-TEMPO WS-ANTES-TEMPO-ALT.
           MOVE 0 TO WS-DEPOIS-TAMANHO WS-DEPOIS-REG
                     WS-DEPOIS-CHECKSUM WS-DEPOIS-REG-ALT
                     WS-DEPOIS-TEMPO WS-DEPOIS-TEMPO-ALT.
           MOVE 0 TO WS-DESCARREGADOS WS-CARREGADOS WS-ERROS-CARGA.

      * -----------------------------------
      * LEITURA CRONOMETRADA DE PONTA A PONTA PELA CHAVE PRIMÁRIA,
      * CONTANDO OS REGISTROS E SOMANDO OS CARNETS (O ARQUIVO É O QUE
      * O DD REOARQ APONTA NO MOMENTO)
       LEITURA-COMPLETA.
           MOVE 0 TO WS-CONTA-REG WS-CONTA-SOMA.
           PERFORM ABRE-ENTRADA.
           IF NOT FS-REO-OK
               MOVE "F" TO WS-SITUACAO
               MOVE "NAO FOI POSSIVEL ABRIR O ARQUIVO" TO WS-RESULTADO
               GO TO LEITURA-COMPLETA-FIM
           END-IF.
           PERFORM INICIA-CRONOMETRO.
           MOVE 0 TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMO.
           PERFORM SOMA-REGISTRO UNTIL FINAL-ARQUIVO = 1.
           PERFORM PARA-CRONOMETRO.
           PERFORM FECHA-ARQUIVO.
       LEITURA-COMPLETA-FIM.
           EXIT.

       SOMA-REGISTRO.
           ADD 1 TO WS-CONTA-REG.
           ADD WS-CARNET-NUM TO WS-CONTA-SOMA
               ON SIZE ERROR
                   DISPLAY "*** CHECKSUM ESTOUROU DE FAIXA ***"
           END-ADD.
           PERFORM LE-PROXIMO.

      * LEITURA CRONOMETRADA PELA CHAVE ALTERNATIVA (O CAMINHO DA
      * BUSCA POR NOME NO BALCÃO / POR VALOR DE CONTATO); COM
      * DUPLICATAS, TODO REGISTRO TEM DE APARECER UMA VEZ
       LEITURA-ALTERNATIVA.
           MOVE 0 TO WS-CONTA-REG.
           PERFORM ABRE-ENTRADA.
           IF NOT FS-REO-OK
               GO TO LEITURA-ALTERNATIVA-FIM
           END-IF.
           PERFORM INICIA-CRONOMETRO.
           MOVE 0 TO FINAL-ARQUIVO.
           PERFORM POSICIONA-ALTERNATIVA.
           IF FINAL-ARQUIVO = 0
               PERFORM LE-PROXIMO
           END-IF.
           PERFORM CONTA-ALTERNATIVA UNTIL FINAL-ARQUIVO = 1.
           PERFORM PARA-CRONOMETRO.
           PERFORM FECHA-ARQUIVO.
       LEITURA-ALTERNATIVA-FIM.
           EXIT.

       CONTA-ALTERNATIVA.
           ADD 1 TO WS-CONTA-REG.
           PERFORM LE-PROXIMO.

      * -----------------------------------
      * DESCARGA DO ARQUIVO VELHO NA ORDEM DA CHAVE PARA reorg.seq
       DESCARREGA.
           PERFORM ABRE-ENTRADA.
           IF NOT FS-REO-OK
               MOVE "F" TO WS-SITUACAO
               MOVE "NAO FOI POSSIVEL ABRIR O ARQUIVO" TO WS-RESULTADO
               GO TO DESCARREGA-FIM
           END-IF.
           OPEN OUTPUT DESCARGA.
           IF FS-STAT-DSC NOT = ZEROS
               PERFORM FECHA-ARQUIVO
               MOVE "F" TO WS-SITUACAO
               MOVE "NAO FOI POSSIVEL GRAVAR reorg.seq" TO WS-RESULTADO
               GO TO DESCARREGA-FIM
           END-IF.
           MOVE 0 TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMO.
           PERFORM DESCARREGA-REGISTRO UNTIL FINAL-ARQUIVO = 1.
           CLOSE DESCARGA.
           PERFORM FECHA-ARQUIVO.
       DESCARREGA-FIM.
           EXIT.

       DESCARREGA-REGISTRO.
           EVALUATE WS-TIPO
               WHEN 1 WRITE DSC-LINHA FROM MESTRE-REC
               WHEN 2 WRITE DSC-LINHA FROM HARQ-REC
               WHEN 3 WRITE DSC-LINHA FROM PAG-REC
               WHEN 4 WRITE DSC-LINHA FROM CTT-REC
               WHEN 5 WRITE DSC-LINHA FROM PEND-REC
           END-EVALUATE.
           ADD 1 TO WS-DESCARREGADOS.
           PERFORM LE-PROXIMO.

      * -----------------------------------
      * CARGA DO ARQUIVO NOVO A PARTIR DE reorg.seq (JÁ NA ORDEM DA
      * CHAVE); CHAVE REPETIDA É ERRO E DERRUBA A REORGANIZAÇÃO
       CARREGA.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-NOVO.
           PERFORM ABRE-SAIDA.
           IF NOT FS-REO-OK
               MOVE "F" TO WS-SITUACAO
               MOVE "NAO FOI POSSIVEL CRIAR O ARQUIVO NOVO"
                   TO WS-RESULTADO
               GO TO CARREGA-FIM
           END-IF.
           OPEN INPUT DESCARGA.
           MOVE 0 TO FINAL-DESCARGA.
           READ DESCARGA
               AT END MOVE 1 TO FINAL-DESCARGA
           END-READ.
           PERFORM CARREGA-REGISTRO UNTIL FINAL-DESCARGA = 1.
           CLOSE DESCARGA.
           PERFORM FECHA-ARQUIVO.
           ADD WS-CARREGADOS TO WS-TOTAL-GRAVADOS.
           IF WS-ERROS-CARGA > 0
               MOVE "F" TO WS-SITUACAO
               MOVE "ERRO DE GRAVACAO NA CARGA DO ARQUIVO NOVO"
                   TO WS-RESULTADO
           END-IF.
       CARREGA-FIM.
           EXIT.

       CARREGA-REGISTRO.
           EVALUATE WS-TIPO
               WHEN 1
                   MOVE DSC-LINHA TO MESTRE-REC
                   WRITE MESTRE-REC
                       INVALID KEY ADD 1 TO WS-ERROS-CARGA
                       NOT INVALID KEY ADD 1 TO WS-CARREGADOS
                   END-WRITE
               WHEN 2
                   MOVE DSC-LINHA TO HARQ-REC
                   WRITE HARQ-REC
                       INVALID KEY ADD 1 TO WS-ERROS-CARGA
                       NOT INVALID KEY ADD 1 TO WS-CARREGADOS
                   END-WRITE
               WHEN 3
                   MOVE DSC-LINHA TO PAG-REC
                   WRITE PAG-REC
                       INVALID KEY ADD 1 TO WS-ERROS-CARGA
                       NOT INVALID KEY ADD 1 TO WS-CARREGADOS
                   END-WRITE
               WHEN 4
                   MOVE DSC-LINHA TO CTT-REC
                   WRITE CTT-REC
                       INVALID KEY ADD 1 TO WS-ERROS-CARGA
                       NOT INVALID KEY ADD 1 TO WS-CARREGADOS
                   END-WRITE
               WHEN 5
                   MOVE DSC-LINHA TO PEND-REC
                   WRITE PEND-REC
                       INVALID KEY ADD 1 TO WS-ERROS-CARGA
                       NOT INVALID KEY ADD 1 TO WS-CARREGADOS
                   END-WRITE
           END-EVALUATE.
           READ DESCARGA
               AT END MOVE 1 TO FINAL-DESCARGA
           END-READ.

      * -----------------------------------
      * O NOVO TEM DE TER O MESMO TOTAL DE CONTROLE DO VELHO, TODOS
      * OS REGISTROS DESCARREGADOS TÊM DE TER SIDO CARREGADOS E A
      * CHAVE ALTERNATIVA TEM DE ALCANÇAR TODOS ELES
       CONFERE-TOTAIS.
           IF WS-DESCARREGADOS NOT = WS-ANTES-REG
               OR WS-CARREGADOS NOT = WS-DESCARREGADOS
               MOVE "F" TO WS-SITUACAO
               MOVE "DESCARGA/CARGA NAO CONFERE COM O ARQUIVO VELHO"
                   TO WS-RESULTADO
               GO TO CONFERE-TOTAIS-FIM
           END-IF.
           IF WS-DEPOIS-REG NOT = WS-ANTES-REG
               OR WS-DEPOIS-CHECKSUM NOT = WS-ANTES-CHECKSUM
               MOVE "F" TO WS-SITUACAO
               MOVE "TOTAL DE CONTROLE NAO CONFERE" TO WS-RESULTADO
               GO TO CONFERE-TOTAIS-FIM
           END-IF.
           IF TEM-ALTERNATIVA
               AND WS-DEPOIS-REG-ALT NOT = WS-DEPOIS-REG
               MOVE "F" TO WS-SITUACAO
               MOVE "CHAVE ALTERNATIVA DO ARQUIVO NOVO NAO CONFERE"
                   TO WS-RESULTADO
           END-IF.
       CONFERE-TOTAIS-FIM.
           EXIT.

      * O VELHO VIRA A CÓPIA DATADA E O NOVO TOMA O NOME DELE; SE O
      * SEGUNDO RENAME FALHAR, A CÓPIA VOLTA AO NOME ORIGINAL
       TROCA-ARQUIVOS.
           CALL "CBL_RENAME_FILE" USING WS-ARQ-VELHO WS-ARQ-COPIA.
           MOVE RETURN-CODE TO WS-RC-CHAMADA.
           IF WS-RC-CHAMADA NOT = 0
               MOVE "F" TO WS-SITUACAO
               MOVE "NAO FOI POSSIVEL GUARDAR A COPIA DATADA"
                   TO WS-RESULTADO
               GO TO TROCA-ARQUIVOS-FIM
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-ARQ-NOVO WS-ARQ-VELHO.
           MOVE RETURN-CODE TO WS-RC-CHAMADA.
           IF WS-RC-CHAMADA NOT = 0
               CALL "CBL_RENAME_FILE" USING WS-ARQ-COPIA WS-ARQ-VELHO
               MOVE "F" TO WS-SITUACAO
               MOVE "NAO FOI POSSIVEL TROCAR O ARQUIVO" TO WS-RESULTADO
               GO TO TROCA-ARQUIVOS-FIM
           END-IF.
           MOVE "S" TO WS-SITUACAO.
           MOVE "CONFERE, ARQUIVO NOVO EM USO" TO WS-RESULTADO.
           ADD 1 TO WS-TOTAL-REORG.
       TROCA-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * E/S DO ARQUIVO CORRENTE, ESCOLHIDO POR WS-TIPO
       ABRE-ENTRADA.
           EVALUATE WS-TIPO
               WHEN 1 OPEN INPUT REO-MESTRE
               WHEN 2 OPEN INPUT REO-HISTARQ
               WHEN 3 OPEN INPUT REO-PAGTOS
               WHEN 4 OPEN INPUT REO-CONTATOS
               WHEN 5 OPEN INPUT REO-PENDENTES
           END-EVALUATE.

       ABRE-SAIDA.
           EVALUATE WS-TIPO
               WHEN 1 OPEN OUTPUT REO-MESTRE
               WHEN 2 OPEN OUTPUT REO-HISTARQ
               WHEN 3 OPEN OUTPUT REO-PAGTOS
               WHEN 4 OPEN OUTPUT REO-CONTATOS
               WHEN 5 OPEN OUTPUT REO-PENDENTES
           END-EVALUATE.

       FECHA-ARQUIVO.
           EVALUATE WS-TIPO
               WHEN 1 CLOSE REO-MESTRE
               WHEN 2 CLOSE REO-HISTARQ
               WHEN 3 CLOSE REO-PAGTOS
               WHEN 4 CLOSE REO-CONTATOS
               WHEN 5 CLOSE REO-PENDENTES
           END-EVALUATE.

      * PRÓXIMO REGISTRO NA ORDEM DA CHAVE CORRENTE; DEIXA EM
      * WS-CARNET-NUM O CARNET QUE ENTRA NO TOTAL DE CONTROLE
       LE-PROXIMO.
           EVALUATE WS-TIPO
               WHEN 1
                   READ REO-MESTRE NEXT RECORD
                       AT END MOVE 1 TO FINAL-ARQUIVO
                       NOT AT END MOVE MESTRE-CARNET TO WS-CARNET-NUM
                   END-READ
               WHEN 2
                   READ REO-HISTARQ NEXT RECORD
                       AT END MOVE 1 TO FINAL-ARQUIVO
                       NOT AT END MOVE HARQ-CARNET TO WS-CARNET-NUM
                   END-READ
               WHEN 3
                   READ REO-PAGTOS NEXT RECORD
                       AT END MOVE 1 TO FINAL-ARQUIVO
                       NOT AT END MOVE PAG-CARNET TO WS-CARNET-NUM
                   END-READ
               WHEN 4
                   READ REO-CONTATOS NEXT RECORD
                       AT END MOVE 1 TO FINAL-ARQUIVO
                       NOT AT END MOVE CTT-CARNET TO WS-CARNET-NUM
                   END-READ
               WHEN 5
                   READ REO-PENDENTES NEXT RECORD
                       AT END MOVE 1 TO FINAL-ARQUIVO
                       NOT AT END MOVE PEND-CARNET TO WS-CARNET-NUM
                   END-READ
           END-EVALUATE.

       POSICIONA-ALTERNATIVA.
           EVALUATE WS-TIPO
               WHEN 1
                   MOVE LOW-VALUES TO MESTRE-NOME
                   START REO-MESTRE KEY IS >= MESTRE-NOME
                       INVALID KEY MOVE 1 TO FINAL-ARQUIVO
                   END-START
               WHEN 4
                   MOVE LOW-VALUES TO CTT-VALOR
                   START REO-CONTATOS KEY IS >= CTT-VALOR
                       INVALID KEY MOVE 1 TO FINAL-ARQUIVO
                   END-START
           END-EVALUATE.

      * -----------------------------------
       INICIA-CRONOMETRO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-CENT-INI = WS-DH-HH * 360000 + WS-DH-MM * 6000
                               + WS-DH-SS * 100 + WS-DH-CC.

      * LEITURA QUE PASSA DA MEIA-NOITE SOMA UM DIA AO FIM
       PARA-CRONOMETRO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-CENT-FIM = WS-DH-HH * 360000 + WS-DH-MM * 6000
                               + WS-DH-SS * 100 + WS-DH-CC.
           IF WS-CENT-FIM < WS-CENT-INI
               ADD 8640000 TO WS-CENT-FIM
           END-IF.
           COMPUTE WS-DECORRIDO = (WS-CENT-FIM - WS-CENT-INI) / 100.

      * -----------------------------------
       IMPRIME-ARQUIVO.
           IF WS-ANTES-REG > 0 OR WS-DEPOIS-REG > 0
               OR WS-ANTES-TAMANHO > 0
               WRITE LINHA-REL FROM WS-SUBCABECALHO
               MOVE "TAMANHO (BYTES)" TO WN-ROTULO
               MOVE WS-ANTES-TAMANHO TO WN-ANTES
               MOVE WS-DEPOIS-TAMANHO TO WN-DEPOIS
               WRITE LINHA-REL FROM WS-LINHA-NUMERO
               MOVE "REGISTROS" TO WN-ROTULO
               MOVE WS-ANTES-REG TO WN-ANTES
               MOVE WS-DEPOIS-REG TO WN-DEPOIS
               WRITE LINHA-REL FROM WS-LINHA-NUMERO
               MOVE "CHECKSUM DAS CHAVES" TO WN-ROTULO
               MOVE WS-ANTES-CHECKSUM TO WN-ANTES
               MOVE WS-DEPOIS-CHECKSUM TO WN-DEPOIS
               WRITE LINHA-REL FROM WS-LINHA-NUMERO
               MOVE "LEITURA PELA CHAVE (SEG)" TO WT-ROTULO
               MOVE WS-ANTES-TEMPO TO WT-ANTES
               MOVE WS-DEPOIS-TEMPO TO WT-DEPOIS
               WRITE LINHA-REL FROM WS-LINHA-TEMPO
               IF TEM-ALTERNATIVA
                   MOVE "REGISTROS PELA ALTERNATIVA" TO WN-ROTULO
                   MOVE WS-ANTES-REG-ALT TO WN-ANTES
                   MOVE WS-DEPOIS-REG-ALT TO WN-DEPOIS
                   WRITE LINHA-REL FROM WS-LINHA-NUMERO
                   MOVE "LEITURA PELA ALTERNATIVA (SEG)" TO WT-ROTULO
                   MOVE WS-ANTES-TEMPO-ALT TO WT-ANTES
                   MOVE WS-DEPOIS-TEMPO-ALT TO WT-DEPOIS
                   WRITE LINHA-REL FROM WS-LINHA-TEMPO
               END-IF
           END-IF.
           MOVE WS-RESULTADO TO WR-TEXTO.
           WRITE LINHA-REL FROM WS-LINHA-RESULTADO.
           IF REORG-OK
               MOVE WS-ARQ-COPIA TO WP-COPIA
               WRITE LINHA-REL FROM WS-LINHA-COPIA
           END-IF.
           IF REORG-FALHOU
               MOVE "ARQUIVO MANTIDO COMO ESTAVA" TO WR-TEXTO
               WRITE LINHA-REL FROM WS-LINHA-RESULTADO
           END-IF.

       IMPRIME-RODAPE.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "ARQUIVOS TRATADOS:" TO WR-ROTULO.
           MOVE WS-TOTAL-ARQUIVOS TO WR-VALOR.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE "ARQUIVOS REORGANIZADOS:" TO WR-ROTULO.
           MOVE WS-TOTAL-REORG TO WR-VALOR.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE "ARQUIVOS PULADOS:" TO WR-ROTULO.
           MOVE WS-TOTAL-PULADOS TO WR-VALOR.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE "ARQUIVOS MANTIDOS (NAO CONFERE):" TO WR-ROTULO.
           MOVE WS-TOTAL-ERROS TO WR-VALOR.
           WRITE LINHA-REL FROM WS-RODAPE.
