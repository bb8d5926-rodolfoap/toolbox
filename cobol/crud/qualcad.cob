       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALCAD.

      * PONTUAÇÃO DA QUALIDADE DO CADASTRO (qualcad.lst): CADA
      * REGISTRO ATIVO DE clientemestre.dat É AVALIADO EM SEIS ITENS
      * DE COMPLETUDE:
      *   1 FONE      MESTRE-FONE PREENCHIDO
      *   2 ENDERECO  ENDEREÇO ESTRUTURADO CONVERTIDO (LOGRADOURO)
      *   3 CEP       MESTRE-CEP PREENCHIDO
      *   4 CONTATO   AO MENOS UM CONTATO EM contatos.dat
      *   5 NOME      NOME QUE NÃO É MARCA (ANONIMIZADO, NAO
      *               INFORMADO...), COM PELO MENOS WS-NOME-MIN
      *               POSIÇÕES E MAIS DE UMA PALAVRA
      *   6 AGENCIA   MESTRE-AGENCIA DIFERENTE DE 000
      * O QUADRO SAI POR AGÊNCIA (NOME LIDO DE agencias.dat, COMO NO
      * RELMOV) E POR ORIGEM (LEGADO X CLIENTES), COM O PERCENTUAL
      * DOS ATIVOS EM ORDEM EM CADA ITEM E A NOTA, QUE É A MÉDIA DOS
      * SEIS PERCENTUAIS.
      *
      * AS CONTAGENS DO MÊS VÃO PARA O HISTÓRICO qualidade.dat (VEJA
      * qualidade.cpy) E O RELATÓRIO TRAZ A NOTA DOS ÚLTIMOS 12 MESES
      * LADO A LADO, PARA SE VER SE CADA AGÊNCIA ESTÁ MELHORANDO OU
      * PIORANDO; MÊS SEM HISTÓRICO SAI COMO "-".
      *
      * A LISTA DE TRABALHO DO BALCÃO (qualcad_pior.lst) TRAZ, POR
      * AGÊNCIA, OS REGISTROS COM PENDÊNCIA, OS PIORES PRIMEIRO (MENOS
      * ITENS EM ORDEM), ATÉ WS-PIOR-MAX POR AGÊNCIA, COM OS ITENS A
      * CORRIGIR. A ORDENAÇÃO É FEITA NUM ARQUIVO DE TRABALHO INDEXADO
      * (qualcad.tmp), APAGADO NO FIM.
      *
      * RODAR NO FECHAMENTO MENSAL (batch_mensal.sh): A FOTOGRAFIA É
      * A DO CADASTRO NA HORA DA EXECUÇÃO, GUARDADA COMO O MÊS DE
      * qualcad.par (ANOMES=AAAAMM); SEM O ARQUIVO, É O MÊS ANTERIOR.
      * RETURN-CODE 2 SE O CADASTRO OU O HISTÓRICO NÃO ABRIREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CTT
               RECORD KEY IS CTT-KEY
               ALTERNATE RECORD KEY IS CTT-VALOR WITH DUPLICATES.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.
           SELECT HISTQUAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-QH
               RECORD KEY IS QH-KEY.
           SELECT PIORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-WK
               RECORD KEY IS WK-KEY.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTA-PIORES ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "qualcad.par".
       01 PAR-LINHA PIC X(30).

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD CONTATOS VALUE OF FILE-ID IS "contatos.dat".
           COPY contato.

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       FD HISTQUAL VALUE OF FILE-ID IS "qualidade.dat".
           COPY qualidade.

      * REGISTROS COM PENDÊNCIA, NA ORDEM DA LISTA DE TRABALHO:
      * AGÊNCIA, ITENS EM ORDEM (OS PIORES PRIMEIRO) E CARNET
       FD PIORES VALUE OF FILE-ID IS "qualcad.tmp".
       01 WK-REC.
           05 WK-KEY.
               10 WK-AGENCIA    PIC 9(03).
               10 WK-NOTA       PIC 9(01).
               10 WK-CARNET     PIC 9(09).
           05 WK-NOME           PIC X(40).
           05 WK-PENDENCIAS     PIC X(40).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "qualcad.lst".
       01 LINHA-REL PIC X(132).

       FD LISTA-PIORES LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "qualcad_pior.lst".
       01 LINHA-PIOR PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-CTT PIC 9(02).
       77 FS-STAT-AGM PIC 9(02).
       77 FS-STAT-QH  PIC 9(02).
           88 FS-QH-NAO-EXISTE VALUE 35.
       77 FS-STAT-WK  PIC 9(02).
       77 FINAL-ARQUIVO  PIC 9 VALUE 0.
       77 FINAL-CONTATOS PIC 9 VALUE 0.
       77 FINAL-PIORES   PIC 9 VALUE 0.
       77 WS-CONTATOS-ABERTO PIC X VALUE "N".
           88 CONTATOS-ABERTO VALUE "S".
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".
       77 WS-ARQ-TMP PIC X(30) VALUE "qualcad.tmp".

      * MÊS DA FOTOGRAFIA (AAAAMM)
       77 WS-ANOMES PIC 9(06) VALUE 0.
       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(10).
           05 WS-P-VALOR PIC X(10).
       77 WS-P-VALOR-NUM PIC 9(06) VALUE 0.
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA.
               10 WS-DH-ANO PIC 9(04).
               10 WS-DH-MES PIC 9(02).
               10 WS-DH-DIA PIC 9(02).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-TOTAL-LIDOS      PIC 9(08) VALUE 0.
       77 WS-TOTAL-PENDENTES  PIC 9(08) VALUE 0.
       77 WS-TOTAL-GRAVADOS   PIC 9(06) VALUE 0.
       77 WS-AGE-DESCONHECIDAS PIC 9(06) VALUE 0.

      * AVALIAÇÃO DO REGISTRO LIDO: "S" NO ITEM EM ORDEM
       77 WS-IT PIC 9 VALUE 0.
       77 WS-NOTA PIC 9 VALUE 0.
       01 WS-ITENS.
           05 WS-ITEM PIC X(01) OCCURS 6 TIMES.
               88 ITEM-OK VALUE "S".
       01 WS-ROTULOS-ITENS.
           05 FILLER PIC X(08) VALUE "FONE".
           05 FILLER PIC X(08) VALUE "ENDERECO".
           05 FILLER PIC X(08) VALUE "CEP".
           05 FILLER PIC X(08) VALUE "CONTATO".
           05 FILLER PIC X(08) VALUE "NOME".
           05 FILLER PIC X(08) VALUE "AGENCIA".
       01 WS-ROTULOS-R REDEFINES WS-ROTULOS-ITENS.
           05 WS-ROTULO-ITEM PIC X(08) OCCURS 6 TIMES.
       77 WS-PTR PIC 9(03) VALUE 0.

      * NOME: MARCAS GRAVADAS NO LUGAR DO NOME (ANONMEST/RECUPERA E
      * CARGAS SEM NOME) E TAMANHO MÍNIMO
       77 WS-NOME-MIN PIC 9(02) VALUE 10.
       77 WS-Q-TAM PIC 9(02) VALUE 0.
       77 WS-Q-ESPACOS PIC 9(02) VALUE 0.
       77 WS-Q-NOME PIC X(40).
           88 NOME-MARCADOR VALUE "ANONIMIZADO" "NAO INFORMADO"
                                  "SEM NOME" "DESCONHECIDO".

      * CONTAGENS POR AGÊNCIA, INDEXADAS PELO CÓDIGO + 1 (A MATRIZ,
      * 000, É A POSIÇÃO 1), POR ORIGEM (1 = LEGADO, 2 = CLIENTES) E
      * DO CADASTRO INTEIRO
       77 WS-AG PIC 9(04) VALUE 0.
       77 WS-O PIC 9 VALUE 0.
       01 WS-TAB-AGE.
           05 WS-AGE-ENT OCCURS 1000 TIMES.
               10 WA-ATIVOS     PIC 9(08) VALUE 0.
               10 WA-OK         PIC 9(08) OCCURS 6 TIMES VALUE 0.
               10 WA-PENDENTES  PIC 9(08) VALUE 0.
       01 WS-TAB-ORI.
           05 WS-ORI-ENT OCCURS 2 TIMES.
               10 WO-ATIVOS     PIC 9(08) VALUE 0.
               10 WO-OK         PIC 9(08) OCCURS 6 TIMES VALUE 0.
       01 WS-TAB-GER.
           05 WG-ATIVOS         PIC 9(08) VALUE 0.
           05 WG-OK             PIC 9(08) OCCURS 6 TIMES VALUE 0.

      * DIMENSÃO QUE ESTÁ SENDO GRAVADA OU IMPRESSA
       01 WS-DIM.
           05 WD-DIMENSAO       PIC X(01).
           05 WD-CODIGO         PIC 9(03).
           05 WD-ATIVOS         PIC 9(08).
           05 WD-OK             PIC 9(08) OCCURS 6 TIMES.
       77 WS-SOMA-OK PIC 9(09) VALUE 0.
       77 WS-PCT PIC 9(03)V9 VALUE 0.
       77 WS-NOTA-PCT PIC 9(03)V9 VALUE 0.
       77 WS-NOTA-ED PIC ZZ9.9.

      * OS 12 MESES DA EVOLUÇÃO, DO MAIS ANTIGO AO DO RELATÓRIO
       77 WS-M PIC S9(02) VALUE 0.
       77 WS-MES-ANO PIC 9(04) VALUE 0.
       77 WS-MES-MES PIC 9(02) VALUE 0.
       01 WS-TAB-MESES.
           05 WS-MES PIC 9(06) OCCURS 12 TIMES.

      * LISTA DE TRABALHO
       77 WS-PIOR-MAX PIC 9(04) VALUE 30.
       77 WS-PIOR-QTD PIC 9(04) VALUE 0.
       77 WS-WK-AGE-ANT PIC 9(04) VALUE 0.
       77 WS-NOME-AGE PIC X(20).
       77 WS-COD-AGE PIC 9(03) VALUE 0.

       01 WS-TITULO.
           05 FILLER PIC X(34) VALUE
              "QUALIDADE DO CADASTRO - MES".
           05 WT-ANOMES PIC 9(06).
           05 FILLER PIC X(22) VALUE "   ATIVOS AVALIADOS:".
           05 WT-ATIVOS PIC ZZ,ZZZ,ZZ9.
       01 WS-LINHA-AVISO.
           05 WV-TEXTO PIC X(80).
       01 WS-CAB-QUAL.
           05 WC-TEXTO PIC X(60).
       01 WS-SUB-QUAL.
           05 FILLER PIC X(24) VALUE "AGE NOME".
           05 FILLER PIC X(10) VALUE "    ATIVOS".
           05 FILLER PIC X(07) VALUE "   FONE".
           05 FILLER PIC X(07) VALUE "  ENDER".
           05 FILLER PIC X(07) VALUE "    CEP".
           05 FILLER PIC X(07) VALUE "  CONTT".
           05 FILLER PIC X(07) VALUE "   NOME".
           05 FILLER PIC X(07) VALUE "  AGENC".
           05 FILLER PIC X(07) VALUE "   NOTA".
       01 WS-DET-QUAL.
           05 WQ-ROTULO.
               10 WQ-AGENCIA PIC X(03).
               10 FILLER     PIC X(01).
               10 WQ-NOME    PIC X(20).
           05 WQ-ATIVOS PIC ZZ,ZZZ,ZZ9.
           05 WQ-COL OCCURS 7 TIMES.
               10 FILLER PIC X(02).
               10 WQ-PCT PIC ZZ9.9.
       01 WS-SUB-EVOL.
           05 FILLER PIC X(24) VALUE "AGE NOME".
           05 WH-COL PIC X(07) OCCURS 12 TIMES.
       01 WS-DET-EVOL.
           05 WE-ROTULO PIC X(24).
           05 WE-COL PIC X(07) OCCURS 12 TIMES.

       01 WS-CAB-PIOR.
           05 FILLER PIC X(08) VALUE "AGENCIA".
           05 WP-AGENCIA PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WP-NOME-AGE PIC X(20).
           05 FILLER PIC X(13) VALUE " A CORRIGIR:".
           05 WP-PENDENTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE " (LISTADOS ATE".
           05 WP-MAX PIC ZZZ9.
           05 FILLER PIC X(19) VALUE ", PIORES PRIMEIRO)".
       01 WS-SUB-PIOR.
           05 FILLER PIC X(10) VALUE "CARNET".
           05 FILLER PIC X(41) VALUE "NOME".
           05 FILLER PIC X(06) VALUE "ITENS".
           05 FILLER PIC X(40) VALUE "A CORRIGIR".
       01 WS-DET-PIOR.
           05 WP-CARNET PIC 9(09).
           05 FILLER    PIC X(01) VALUE SPACE.
           05 WP-NOME   PIC X(40).
           05 FILLER    PIC X(01) VALUE SPACE.
           05 WP-NOTA   PIC 9(01).
           05 FILLER    PIC X(05) VALUE "/6".
           05 WP-PENDENCIAS PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           PERFORM DEFINE-ANOMES.
           PERFORM ABRIR-ARQUIVOS.
           MOVE 0 TO FINAL-ARQUIVO.
           MOVE LOW-VALUES TO MESTRE-KEY.
           START FILE1 KEY IS NOT LESS THAN MESTRE-KEY
               INVALID KEY MOVE 1 TO FINAL-ARQUIVO
           END-START.
           PERFORM AVALIA-REGISTRO THRU AVALIA-REGISTRO-FIM
               UNTIL FINAL-ARQUIVO = 1.
           CLOSE FILE1.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           PERFORM GRAVA-HISTORICO.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-PONTUACAO.
           PERFORM IMPRIME-EVOLUCAO.
           CLOSE RELATORIO.
           PERFORM IMPRIME-PIORES.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.
           CLOSE HISTQUAL.
           CLOSE PIORES.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-TMP.
           MOVE WG-ATIVOS TO WD-ATIVOS.
           PERFORM COPIA-OK-GERAL
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           PERFORM CALCULA-NOTA.
           MOVE WS-NOTA-PCT TO WS-NOTA-ED.
           DISPLAY "REGISTROS LIDOS: " WS-TOTAL-LIDOS.
           DISPLAY "ATIVOS AVALIADOS: " WG-ATIVOS.
           DISPLAY "ATIVOS COM PENDENCIA: " WS-TOTAL-PENDENTES.
           DISPLAY "NOTA DO CADASTRO EM " WS-ANOMES ": " WS-NOTA-ED.
           DISPLAY "HISTORICOS GRAVADOS: " WS-TOTAL-GRAVADOS.
           IF WS-AGE-DESCONHECIDAS > 0
               DISPLAY "AGENCIAS NAO CADASTRADAS: "
                   WS-AGE-DESCONHECIDAS
           END-IF.
           STOP RUN.

      * -----------------------------------
      * O MÊS VEM DE qualcad.par (ANOMES=AAAAMM); SEM O ARQUIVO, É O
      * MÊS ANTERIOR AO CORRENTE.
       DEFINE-ANOMES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           IF WS-DH-MES = 01
               COMPUTE WS-ANOMES = (WS-DH-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-ANOMES =
                   WS-DH-ANO * 100 + WS-DH-MES - 1
           END-IF.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR = ZEROS
               READ PARAMETRO
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PAR-CAMPOS
                       UNSTRING PAR-LINHA DELIMITED BY "="
                           INTO WS-P-CHAVE WS-P-VALOR
                       END-UNSTRING
                       IF WS-P-CHAVE = "ANOMES"
                           MOVE WS-P-VALOR(1:6) TO WS-P-VALOR-NUM
                           IF WS-P-VALOR-NUM NUMERIC
                               AND WS-P-VALOR-NUM > 0
                               MOVE WS-P-VALOR-NUM TO WS-ANOMES
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAMETRO
           END-IF.
           MOVE WS-ANOMES TO WT-ANOMES.

      * -----------------------------------
      * SEM contatos.dat O ITEM CONTATO SAI ZERADO PARA TODOS; O
      * HISTÓRICO É CRIADO NA PRIMEIRA EXECUÇÃO.
       ABRIR-ARQUIVOS.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTATOS.
           IF FS-STAT-CTT = ZEROS
               MOVE "S" TO WS-CONTATOS-ABERTO
           ELSE
               DISPLAY "SEM contatos.dat, ITEM CONTATO ZERADO"
           END-IF.
           OPEN I-O HISTQUAL.
           IF FS-QH-NAO-EXISTE
               OPEN OUTPUT HISTQUAL
               CLOSE HISTQUAL
               OPEN I-O HISTQUAL
           END-IF.
           IF FS-STAT-QH NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR qualidade.dat"
               CLOSE FILE1
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PIORES.
           CLOSE PIORES.
           OPEN I-O PIORES.

      * -----------------------------------
      * AVALIA UM REGISTRO ATIVO NOS SEIS ITENS E ACUMULA NA AGÊNCIA,
      * NA ORIGEM E NO TOTAL; O QUE TEM PENDÊNCIA VAI PARA A LISTA.
       AVALIA-REGISTRO.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO = 1
               GO TO AVALIA-REGISTRO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF NOT MESTRE-ATIVO
               GO TO AVALIA-REGISTRO-FIM
           END-IF.
           MOVE ALL "N" TO WS-ITENS.
           IF MESTRE-FONE NUMERIC AND MESTRE-FONE NOT = ZEROS
               MOVE "S" TO WS-ITEM(1)
           END-IF.
           IF MESTRE-LOGRADOURO NOT = SPACES
               MOVE "S" TO WS-ITEM(2)
           END-IF.
           IF MESTRE-CEP NUMERIC AND MESTRE-CEP NOT = ZEROS
               MOVE "S" TO WS-ITEM(3)
           END-IF.
           PERFORM AVALIA-CONTATO THRU AVALIA-CONTATO-FIM.
           PERFORM AVALIA-NOME THRU AVALIA-NOME-FIM.
           IF MESTRE-AGENCIA NUMERIC AND MESTRE-AGENCIA NOT = ZEROS
               MOVE "S" TO WS-ITEM(6)
               COMPUTE WS-AG = MESTRE-AGENCIA + 1
           ELSE
               MOVE 1 TO WS-AG
           END-IF.
           IF MESTRE-ORIG-LEGADO
               MOVE 1 TO WS-O
           ELSE
               MOVE 2 TO WS-O
           END-IF.
           ADD 1 TO WA-ATIVOS(WS-AG) WO-ATIVOS(WS-O) WG-ATIVOS.
           MOVE 0 TO WS-NOTA.
           PERFORM ACUMULA-ITEM
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           IF WS-NOTA < 6
               PERFORM GUARDA-PIOR
           END-IF.
       AVALIA-REGISTRO-FIM.
           EXIT.

       ACUMULA-ITEM.
           IF ITEM-OK(WS-IT)
               ADD 1 TO WS-NOTA
               ADD 1 TO WA-OK(WS-AG, WS-IT)
               ADD 1 TO WO-OK(WS-O, WS-IT)
               ADD 1 TO WG-OK(WS-IT)
           END-IF.

      * AO MENOS UM CONTATO DO CARNET EM contatos.dat
       AVALIA-CONTATO.
           IF NOT CONTATOS-ABERTO
               GO TO AVALIA-CONTATO-FIM
           END-IF.
           MOVE MESTRE-CARNET TO CTT-CARNET.
           MOVE ZEROS TO CTT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CTT-KEY
               INVALID KEY GO TO AVALIA-CONTATO-FIM
           END-START.
           READ CONTATOS NEXT RECORD
               AT END GO TO AVALIA-CONTATO-FIM
           END-READ.
           IF CTT-CARNET = MESTRE-CARNET
               MOVE "S" TO WS-ITEM(4)
           END-IF.
       AVALIA-CONTATO-FIM.
           EXIT.

      * NOME QUE NÃO É MARCA, COM O TAMANHO MÍNIMO E MAIS DE UMA
      * PALAVRA (SÓ O PRIMEIRO NOME NÃO IDENTIFICA O CLIENTE)
       AVALIA-NOME.
           IF MESTRE-NOME = SPACES
               GO TO AVALIA-NOME-FIM
           END-IF.
           MOVE FUNCTION TRIM(MESTRE-NOME) TO WS-Q-NOME.
           IF NOME-MARCADOR
               GO TO AVALIA-NOME-FIM
           END-IF.
           COMPUTE WS-Q-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(MESTRE-NOME)).
           IF WS-Q-TAM < WS-NOME-MIN
               GO TO AVALIA-NOME-FIM
           END-IF.
           MOVE 0 TO WS-Q-ESPACOS.
           INSPECT WS-Q-NOME(1:WS-Q-TAM)
               TALLYING WS-Q-ESPACOS FOR ALL SPACE.
           IF WS-Q-ESPACOS = 0
               GO TO AVALIA-NOME-FIM
           END-IF.
           MOVE "S" TO WS-ITEM(5).
       AVALIA-NOME-FIM.
           EXIT.

      * REGISTRO COM PENDÊNCIA NO ARQUIVO DE TRABALHO, COM OS ITENS
      * A CORRIGIR POR EXTENSO
       GUARDA-PIOR.
           ADD 1 TO WA-PENDENTES(WS-AG).
           ADD 1 TO WS-TOTAL-PENDENTES.
           COMPUTE WK-AGENCIA = WS-AG - 1.
           MOVE WS-NOTA       TO WK-NOTA.
           MOVE MESTRE-CARNET TO WK-CARNET.
           MOVE MESTRE-NOME   TO WK-NOME.
           MOVE SPACES TO WK-PENDENCIAS.
           MOVE 1 TO WS-PTR.
           PERFORM MONTA-PENDENCIA
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           WRITE WK-REC
               INVALID KEY CONTINUE
           END-WRITE.

       MONTA-PENDENCIA.
           IF NOT ITEM-OK(WS-IT)
               STRING WS-ROTULO-ITEM(WS-IT) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WK-PENDENCIAS WITH POINTER WS-PTR
               END-STRING
           END-IF.

      * -----------------------------------
      * GRAVA AS CONTAGENS DO MÊS NO HISTÓRICO: CADA AGÊNCIA COM
      * ATIVOS, AS DUAS ORIGENS E O GERAL. REEXECUÇÃO DO MESMO MÊS
      * REGRAVA.
       GRAVA-HISTORICO.
           PERFORM GRAVA-HIST-AGENCIA
               VARYING WS-AG FROM 1 BY 1 UNTIL WS-AG > 1000.
           PERFORM GRAVA-HIST-ORIGEM
               VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 2.
           MOVE "G" TO WD-DIMENSAO.
           MOVE ZEROS TO WD-CODIGO.
           MOVE WG-ATIVOS TO WD-ATIVOS.
           PERFORM COPIA-OK-GERAL
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           PERFORM GRAVA-QH.

       GRAVA-HIST-AGENCIA.
           IF WA-ATIVOS(WS-AG) > 0
               PERFORM CARREGA-DIM-AGENCIA
               PERFORM GRAVA-QH
           END-IF.

       GRAVA-HIST-ORIGEM.
           PERFORM CARREGA-DIM-ORIGEM.
           PERFORM GRAVA-QH.

       CARREGA-DIM-AGENCIA.
           MOVE "A" TO WD-DIMENSAO.
           COMPUTE WD-CODIGO = WS-AG - 1.
           MOVE WA-ATIVOS(WS-AG) TO WD-ATIVOS.
           PERFORM COPIA-OK-AGENCIA
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.

       CARREGA-DIM-ORIGEM.
           MOVE "O" TO WD-DIMENSAO.
           MOVE WS-O TO WD-CODIGO.
           MOVE WO-ATIVOS(WS-O) TO WD-ATIVOS.
           PERFORM COPIA-OK-ORIGEM
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.

       COPIA-OK-AGENCIA.
           MOVE WA-OK(WS-AG, WS-IT) TO WD-OK(WS-IT).

       COPIA-OK-ORIGEM.
           MOVE WO-OK(WS-O, WS-IT) TO WD-OK(WS-IT).

       COPIA-OK-GERAL.
           MOVE WG-OK(WS-IT) TO WD-OK(WS-IT).

       GRAVA-QH.
           MOVE WS-ANOMES   TO QH-ANOMES.
           MOVE WD-DIMENSAO TO QH-DIMENSAO.
           MOVE WD-CODIGO   TO QH-CODIGO.
           MOVE WD-ATIVOS   TO QH-ATIVOS.
           PERFORM COPIA-OK-QH
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           MOVE WS-DH-DATA  TO QH-DATA-GERACAO.
           WRITE QH-REC
               INVALID KEY
                   REWRITE QH-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR qualidade.dat: "
                               QH-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-TOTAL-GRAVADOS.

       COPIA-OK-QH.
           MOVE WD-OK(WS-IT) TO QH-ITEM-OK(WS-IT).

      * NOTA DA DIMENSÃO: MÉDIA DOS SEIS PERCENTUAIS, ISTO É, OS
      * ITENS EM ORDEM SOBRE SEIS VEZES OS ATIVOS
       CALCULA-NOTA.
           MOVE 0 TO WS-NOTA-PCT.
           IF WD-ATIVOS > 0
               COMPUTE WS-SOMA-OK = WD-OK(1) + WD-OK(2) + WD-OK(3)
                   + WD-OK(4) + WD-OK(5) + WD-OK(6)
               COMPUTE WS-NOTA-PCT ROUNDED =
                   WS-SOMA-OK * 100 / (WD-ATIVOS * 6)
           END-IF.

      * -----------------------------------
      * QUADRO DO MÊS: PERCENTUAL DE CADA ITEM E NOTA, POR AGÊNCIA,
      * POR ORIGEM E NO TOTAL.
       IMPRIME-PONTUACAO.
           MOVE WG-ATIVOS TO WT-ATIVOS.
           WRITE LINHA-REL FROM WS-TITULO.
           MOVE "ITENS: FONE PREENCHIDO, ENDERECO ESTRUTURADO, CEP,"
               TO WV-TEXTO.
           WRITE LINHA-REL FROM WS-LINHA-AVISO.
           MOVE "CONTATO, NOME COMPLETO, AGENCIA DIFERENTE DE 000"
               TO WV-TEXTO.
           WRITE LINHA-REL FROM WS-LINHA-AVISO.
           MOVE "(% DOS ATIVOS COM O ITEM EM ORDEM; NOTA = MEDIA)"
               TO WV-TEXTO.
           WRITE LINHA-REL FROM WS-LINHA-AVISO.
           IF NOT CONTATOS-ABERTO
               MOVE "*** SEM contatos.dat: ITEM CONTATO ZERADO ***"
                   TO WV-TEXTO
               WRITE LINHA-REL FROM WS-LINHA-AVISO
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "PONTUACAO POR AGENCIA" TO WC-TEXTO.
           WRITE LINHA-REL FROM WS-CAB-QUAL.
           WRITE LINHA-REL FROM WS-SUB-QUAL.
           PERFORM IMPRIME-PONT-AGENCIA
               VARYING WS-AG FROM 1 BY 1 UNTIL WS-AG > 1000.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "PONTUACAO POR ORIGEM" TO WC-TEXTO.
           WRITE LINHA-REL FROM WS-CAB-QUAL.
           WRITE LINHA-REL FROM WS-SUB-QUAL.
           PERFORM IMPRIME-PONT-ORIGEM
               VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 2.
           MOVE WG-ATIVOS TO WD-ATIVOS.
           PERFORM COPIA-OK-GERAL
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           MOVE SPACES TO WQ-ROTULO.
           MOVE "TOTAL DO CADASTRO" TO WQ-ROTULO.
           PERFORM IMPRIME-LINHA-PONT.

       IMPRIME-PONT-AGENCIA.
           IF WA-ATIVOS(WS-AG) > 0
               PERFORM CARREGA-DIM-AGENCIA
               MOVE WD-CODIGO TO WS-COD-AGE
               PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM
               IF WS-NOME-AGE = "*** NAO CADASTRADA"
                   ADD 1 TO WS-AGE-DESCONHECIDAS
               END-IF
               MOVE SPACES TO WQ-ROTULO
               MOVE WD-CODIGO TO WQ-AGENCIA
               MOVE WS-NOME-AGE TO WQ-NOME
               PERFORM IMPRIME-LINHA-PONT
           END-IF.

       IMPRIME-PONT-ORIGEM.
           PERFORM CARREGA-DIM-ORIGEM.
           MOVE SPACES TO WQ-ROTULO.
           IF WS-O = 1
               MOVE "LEGADO" TO WQ-ROTULO
           ELSE
               MOVE "CLIENTES" TO WQ-ROTULO
           END-IF.
           PERFORM IMPRIME-LINHA-PONT.

       IMPRIME-LINHA-PONT.
           MOVE WD-ATIVOS TO WQ-ATIVOS.
           PERFORM CALCULA-PCT-ITEM
               VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6.
           PERFORM CALCULA-NOTA.
           MOVE SPACES TO WQ-COL(7).
           MOVE WS-NOTA-PCT TO WQ-PCT(7).
           WRITE LINHA-REL FROM WS-DET-QUAL.

       CALCULA-PCT-ITEM.
           MOVE 0 TO WS-PCT.
           IF WD-ATIVOS > 0
               COMPUTE WS-PCT ROUNDED =
                   WD-OK(WS-IT) * 100 / WD-ATIVOS
           END-IF.
           MOVE SPACES TO WQ-COL(WS-IT).
           MOVE WS-PCT TO WQ-PCT(WS-IT).

      * -----------------------------------
      * EVOLUÇÃO DA NOTA NOS ÚLTIMOS 12 MESES, LIDA DO HISTÓRICO,
      * PARA AS AGÊNCIAS COM ATIVOS NESTE MÊS, AS ORIGENS E O TOTAL.
       IMPRIME-EVOLUCAO.
           MOVE WS-ANOMES(1:4) TO WS-MES-ANO.
           MOVE WS-ANOMES(5:2) TO WS-MES-MES.
           PERFORM MONTA-MES
               VARYING WS-M FROM 12 BY -1 UNTIL WS-M < 1.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "EVOLUCAO DA NOTA - ULTIMOS 12 MESES" TO WC-TEXTO.
           WRITE LINHA-REL FROM WS-CAB-QUAL.
           PERFORM MONTA-CAB-MES
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
           WRITE LINHA-REL FROM WS-SUB-EVOL.
           PERFORM IMPRIME-EVOL-AGENCIA
               VARYING WS-AG FROM 1 BY 1 UNTIL WS-AG > 1000.
           MOVE "O" TO WD-DIMENSAO.
           MOVE 1 TO WD-CODIGO.
           MOVE "LEGADO" TO WE-ROTULO.
           PERFORM IMPRIME-LINHA-EVOL.
           MOVE 2 TO WD-CODIGO.
           MOVE "CLIENTES" TO WE-ROTULO.
           PERFORM IMPRIME-LINHA-EVOL.
           MOVE "G" TO WD-DIMENSAO.
           MOVE ZEROS TO WD-CODIGO.
           MOVE "TOTAL DO CADASTRO" TO WE-ROTULO.
           PERFORM IMPRIME-LINHA-EVOL.

       MONTA-MES.
           COMPUTE WS-MES(WS-M) = WS-MES-ANO * 100 + WS-MES-MES.
           IF WS-MES-MES = 01
               MOVE 12 TO WS-MES-MES
               SUBTRACT 1 FROM WS-MES-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES-MES
           END-IF.

       MONTA-CAB-MES.
           MOVE SPACES TO WH-COL(WS-M).
           MOVE WS-MES(WS-M) TO WH-COL(WS-M)(2:6).

       IMPRIME-EVOL-AGENCIA.
           IF WA-ATIVOS(WS-AG) > 0
               MOVE "A" TO WD-DIMENSAO
               COMPUTE WD-CODIGO = WS-AG - 1
               MOVE WD-CODIGO TO WS-COD-AGE
               PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM
               MOVE SPACES TO WE-ROTULO
               MOVE WD-CODIGO TO WE-ROTULO(1:3)
               MOVE WS-NOME-AGE TO WE-ROTULO(5:20)
               PERFORM IMPRIME-LINHA-EVOL
           END-IF.

       IMPRIME-LINHA-EVOL.
           PERFORM MONTA-COL-EVOL
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
           WRITE LINHA-REL FROM WS-DET-EVOL.

      * NOTA DA DIMENSÃO NUM DOS MESES; SEM HISTÓRICO, "-"
       MONTA-COL-EVOL.
           MOVE WS-MES(WS-M) TO QH-ANOMES.
           MOVE WD-DIMENSAO  TO QH-DIMENSAO.
           MOVE WD-CODIGO    TO QH-CODIGO.
           MOVE SPACES TO WE-COL(WS-M).
           READ HISTQUAL
               INVALID KEY
                   MOVE "-" TO WE-COL(WS-M)(7:1)
               NOT INVALID KEY
                   MOVE QH-ATIVOS TO WD-ATIVOS
                   PERFORM COPIA-QH-OK
                       VARYING WS-IT FROM 1 BY 1 UNTIL WS-IT > 6
                   PERFORM CALCULA-NOTA
                   MOVE WS-NOTA-PCT TO WS-NOTA-ED
                   MOVE WS-NOTA-ED TO WE-COL(WS-M)(3:5)
           END-READ.

       COPIA-QH-OK.
           MOVE QH-ITEM-OK(WS-IT) TO WD-OK(WS-IT).

      * -----------------------------------
      * LISTA DE TRABALHO DO BALCÃO: POR AGÊNCIA, OS REGISTROS COM
      * PENDÊNCIA NA ORDEM DO ARQUIVO DE TRABALHO (OS PIORES
      * PRIMEIRO), ATÉ WS-PIOR-MAX POR AGÊNCIA.
       IMPRIME-PIORES.
           OPEN OUTPUT LISTA-PIORES.
           MOVE "LISTA DE TRABALHO - REGISTROS A CORRIGIR - MES"
               TO LINHA-PIOR.
           MOVE WS-ANOMES TO LINHA-PIOR(48:6).
           WRITE LINHA-PIOR.
           MOVE 0 TO FINAL-PIORES.
           MOVE 9999 TO WS-WK-AGE-ANT.
           MOVE ZEROS TO WK-KEY.
           START PIORES KEY IS NOT LESS THAN WK-KEY
               INVALID KEY MOVE 1 TO FINAL-PIORES
           END-START.
           PERFORM IMPRIME-PIOR UNTIL FINAL-PIORES = 1.
           IF WS-TOTAL-PENDENTES = 0
               MOVE "NENHUM REGISTRO ATIVO COM PENDENCIA" TO LINHA-PIOR
               WRITE LINHA-PIOR
           END-IF.
           CLOSE LISTA-PIORES.

       IMPRIME-PIOR.
           READ PIORES NEXT RECORD
               AT END MOVE 1 TO FINAL-PIORES
           END-READ.
           IF FINAL-PIORES = 0
               IF WK-AGENCIA NOT = WS-WK-AGE-ANT
                   PERFORM CABECALHO-PIOR
               END-IF
               IF WS-PIOR-QTD < WS-PIOR-MAX
                   ADD 1 TO WS-PIOR-QTD
                   MOVE WK-CARNET     TO WP-CARNET
                   MOVE WK-NOME       TO WP-NOME
                   MOVE WK-NOTA       TO WP-NOTA
                   MOVE WK-PENDENCIAS TO WP-PENDENCIAS
                   WRITE LINHA-PIOR FROM WS-DET-PIOR
               END-IF
           END-IF.

       CABECALHO-PIOR.
           MOVE WK-AGENCIA TO WS-WK-AGE-ANT.
           MOVE 0 TO WS-PIOR-QTD.
           MOVE WK-AGENCIA TO WS-COD-AGE.
           PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM.
           COMPUTE WS-AG = WK-AGENCIA + 1.
           MOVE WK-AGENCIA TO WP-AGENCIA.
           MOVE WS-NOME-AGE TO WP-NOME-AGE.
           MOVE WA-PENDENTES(WS-AG) TO WP-PENDENTES.
           MOVE WS-PIOR-MAX TO WP-MAX.
           MOVE SPACES TO LINHA-PIOR.
           WRITE LINHA-PIOR.
           WRITE LINHA-PIOR FROM WS-CAB-PIOR.
           WRITE LINHA-PIOR FROM WS-SUB-PIOR.

      * NOME DA AGÊNCIA; CÓDIGO FORA DO CADASTRO SAI MARCADO E É
      * CONTADO NO QUADRO (A MATRIZ SAI COMO MATRIZ MESMO SEM ESTAR
      * CADASTRADA)
       BUSCA-NOME-AGENCIA.
           MOVE SPACES TO WS-NOME-AGE.
           IF NOT AGENCIAS-ABERTO
               GO TO BUSCA-NOME-AGENCIA-FIM
           END-IF.
           MOVE WS-COD-AGE TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   IF WS-COD-AGE = ZEROS
                       MOVE "MATRIZ" TO WS-NOME-AGE
                   ELSE
                       MOVE "*** NAO CADASTRADA" TO WS-NOME-AGE
                   END-IF
               NOT INVALID KEY
                   MOVE AGE-NOME TO WS-NOME-AGE
           END-READ.
       BUSCA-NOME-AGENCIA-FIM.
           EXIT.
