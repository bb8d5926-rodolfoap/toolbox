       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMICARNE.

      * EMISSÃO DOS CARNÊS DE PAGAMENTO: PEGA TODO CARNET CRIADO OU
      * REEMITIDO DESDE A ÚLTIMA EXECUÇÃO (DATA GUARDADA EM
      * emicarne.ctl, CORTE INCLUSIVO COMO NO CLIDELTA) E IMPRIME EM
      * carnes.lst UM CARNÊ POR PÁGINA: CABEÇALHO COM NOME E ENDEREÇO
      * ESTRUTURADO DO CLIENTE E 12 CUPONS DESTACÁVEIS, UM POR
      * COMPETÊNCIA, COM O CARNET E SEU DV, A COMPETÊNCIA, O
      * VENCIMENTO E O VALOR. OS CANDIDATOS SÃO:
      *   - CLIENTE ATIVO COM MESTRE-DATA-CADASTRO >= CORTE (INCLUSÃO
      *     NO CLIENTES, CARGAS DO CLIIMP/SINCLEG);
      *   - O CARNET NOVO DE CADA ENTRADA "TROCA" DA AUDITORIA COM
      *     DATA >= CORTE (O REGISTRO NOVO DA TROCA HERDA A DATA DE
      *     CADASTRO DO ANTIGO, ENTÃO SÓ A TRILHA O REVELA).
      * O VALOR E O DIA DE VENCIMENTO VÊM DE emicarne.par (LINHAS
      * CHAVE=VALOR, COMO O selecao.par DO SELECLI):
      *     VALOR=nnnnnnn.nn        VALOR DE CADA CUPOM
      *     DIA-VENCIMENTO=dd       DIA DO VENCIMENTO (01 A 28)
      * O PRIMEIRO CUPOM É O DO MÊS CORRENTE SE O VENCIMENTO AINDA NÃO
      * PASSOU, SENÃO O DO MÊS SEGUINTE. CADA CARNÊ IMPRESSO FICA EM
      * carnes.dat; CARNET QUE JÁ TEM CARNÊ COBRINDO O INÍCIO DO
      * PERÍODO NÃO RECEBE OUTRO (SAI NA LISTAGEM COMO "JA COBERTO").
      * A REIMPRESSÃO É SÓ POR PEDIDO: OS CARNETS LISTADOS EM
      * reimprime.par (UM POR LINHA, COMO O restaura.par DO ARQREST)
      * RECEBEM DE NOVO O ÚLTIMO CARNÊ EMITIDO, COM O MESMO PERÍODO,
      * VALOR E VENCIMENTO; O ARQUIVO DE PEDIDOS É APAGADO AO FINAL
      * PARA A REIMPRESSÃO NÃO SE REPETIR NA NOITE SEGUINTE.
      * A LISTAGEM DE CONTROLE (emicarne.lst) RELACIONA CADA CARNÊ E
      * TOTALIZA CARNÊS E CUPONS PARA A SALA DE IMPRESSÃO CONFERIR.
      * SEM O emicarne.ctl O CORTE É A DATA DE HOJE (A PRIMEIRA
      * EXECUÇÃO NÃO EMITE CARNÊ PARA O CADASTRO INTEIRO). RC=1 PARA
      * PARÂMETROS AUSENTES OU INVÁLIDOS (NADA É EMITIDO E O CORTE
      * NÃO AVANÇA) OU PEDIDO DE REIMPRESSÃO RECUSADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PAR.
           SELECT PEDIDOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-PED.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-CTL.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT CARNES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CRN
               RECORD KEY IS CRN-KEY.
           SELECT IMPRESSAO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTAGEM ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "emicarne.par".
       01 PAR-LINHA PIC X(60).

       FD PEDIDOS LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "reimprime.par".
       01 PED-LINHA PIC X(20).

       FD CONTROLE LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "emicarne.ctl".
       01 CTL-LINHA PIC X(08).

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD AUDITLOG LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD CARNES VALUE OF FILE-ID IS "carnes.dat".
           COPY carne.

       FD IMPRESSAO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "carnes.lst".
       01 LINHA-IMP PIC X(100).

       FD LISTAGEM LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "emicarne.lst".
       01 LINHA-REL PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-PED PIC 9(02).
       77 FS-STAT-CTL PIC 9(02).
           88 FS-CTL-OK VALUE ZEROS.
       77 FS-STAT-AUD PIC 9(02).
       77 FS-STAT-CRN PIC 9(02).
           88 FS-CRN-NAO-EXISTE VALUE 35.
       77 FINAL-PARAMETRO PIC 9 VALUE 0.
       77 FINAL-PEDIDOS   PIC 9 VALUE 0.
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-AUDITORIA PIC 9 VALUE 0.
       77 FINAL-CARNES    PIC 9 VALUE 0.

       77 WS-TOTAL-LIDOS      PIC 9(06) VALUE 0.
       77 WS-TOTAL-CARNES     PIC 9(06) VALUE 0.
       77 WS-TOTAL-CUPONS     PIC 9(06) VALUE 0.
       77 WS-TOTAL-COBERTOS   PIC 9(06) VALUE 0.
       77 WS-TOTAL-REIMPRESSOS PIC 9(06) VALUE 0.
       77 WS-TOTAL-REJEITADOS PIC 9(06) VALUE 0.

      * PARÂMETROS DO emicarne.par
       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(20).
           05 WS-P-VALOR PIC X(40).
       77 WS-VALOR-CUPOM  PIC 9(07)V99 VALUE 0.
       77 WS-DIA-VENC     PIC 9(02) VALUE 0.
       77 WS-PARAMETROS-OK PIC X VALUE "N".
           88 PARAMETROS-OK VALUE "S".

      * PEDIDOS DE REIMPRESSÃO (reimprime.par, ATÉ 100 POR EXECUÇÃO)
       77 WS-PED-MAX PIC 9(03) VALUE 100.
       77 WS-PED-QTD PIC 9(03) VALUE 0.
       77 WS-PED-I   PIC 9(03) VALUE 0.
       77 WS-P-CARNET PIC 9(09) VALUE 0.
       01 WS-PEDIDOS.
           05 WS-PED-CARNET PIC 9(09) OCCURS 100 TIMES.
       77 WS-ARQ-PEDIDOS PIC X(20) VALUE "reimprime.par".

       77 WS-DATA-CORTE PIC 9(08) VALUE 0.
       01 WS-CTL-REC.
           05 CTL-ULTIMA-DATA PIC 9(08).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA.
               10 WS-DH-ANO PIC 9(04).
               10 WS-DH-MES PIC 9(02).
               10 WS-DH-DIA PIC 9(02).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

      * CARNÊ EM EMISSÃO: MOTIVO, PERÍODO, VALOR E DIA DO VENCIMENTO
      * (OS DO PARÂMETRO, OU OS GRAVADOS NO CARNÊ REIMPRESSO)
       77 WS-MOTIVO PIC X(01).
           88 MOTIVO-NOVO   VALUE "N".
           88 MOTIVO-TROCA  VALUE "T".
           88 MOTIVO-REIMPR VALUE "R".
       77 WS-COMPET-INICIAL PIC 9(06) VALUE 0.
       77 WS-COMPET-FINAL   PIC 9(06) VALUE 0.
       77 WS-ULTIMA-FINAL   PIC 9(06) VALUE 0.
       77 WS-ULTIMA-INICIAL PIC 9(06) VALUE 0.
       77 WS-VALOR-IMP   PIC 9(07)V99 VALUE 0.
       77 WS-DIA-IMP     PIC 9(02) VALUE 0.
       77 WS-CUP-I       PIC 9(02) VALUE 0.
       77 WS-CUPONS-CARNE PIC 9(02) VALUE 12.
       01 WS-COMPET-CUPOM.
           05 WS-CC-ANO PIC 9(04).
           05 WS-CC-MES PIC 9(02).
       01 WS-COMPET-CUPOM-N REDEFINES WS-COMPET-CUPOM PIC 9(06).

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.
       77 WS-CARNES-PAGINAS PIC 9(06) VALUE 0.

      * PÁGINA DO CARNÊ (carnes.lst)
       01 WS-CRN-CABEC-1.
           05 FILLER      PIC X(50) VALUE "CARNE DE PAGAMENTO".
           05 FILLER      PIC X(08) VALUE "CARNET: ".
           05 WI-CARNET-1 PIC X(10).
       01 WS-CRN-CABEC-2.
           05 FILLER      PIC X(06) VALUE "NOME: ".
           05 WI-NOME     PIC X(40).
       01 WS-CRN-CABEC-3.
           05 FILLER      PIC X(06) VALUE SPACES.
           05 WI-ENDERECO PIC X(70).
       01 WS-CRN-CORTE PIC X(100) VALUE ALL "- ".
       01 WS-CRN-CUPOM.
           05 FILLER      PIC X(07) VALUE "CARNET ".
           05 WI-CARNET   PIC X(10).
           05 FILLER      PIC X(10) VALUE "  COMPET. ".
           05 WI-CMES     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WI-CANO     PIC 9(04).
           05 FILLER      PIC X(09) VALUE "  VENC. ".
           05 WI-VDIA     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WI-VMES     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WI-VANO     PIC 9(04).
           05 FILLER      PIC X(09) VALUE "  VALOR ".
           05 WI-VALOR    PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WI-NOME-CUPOM PIC X(20).
      * CARNET COM O DV DESTACADO: BASE DE 8 DÍGITOS, HÍFEN, DV
       01 WS-CARNET-DV-FMT.
           05 WF-BASE     PIC 9(08).
           05 FILLER      PIC X VALUE "-".
           05 WF-DV       PIC 9(01).

      * LISTAGEM DE CONTROLE (emicarne.lst)
       01 WS-CABECALHO.
           05 FILLER      PIC X(34) VALUE
              "EMISSAO DE CARNES - CONTROLE".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WC-DATA     PIC 9(08).
           05 FILLER      PIC X(08) VALUE "  CORTE ".
           05 WC-CORTE    PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(12) VALUE "CARNET".
           05 FILLER      PIC X(32) VALUE "NOME".
           05 FILLER      PIC X(14) VALUE "SITUACAO".
           05 FILLER      PIC X(20) VALUE "PERIODO".
           05 FILLER      PIC X(06) VALUE "CUPONS".
       01 WS-DETALHE.
           05 WD-CARNET   PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME     PIC X(30).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-SITUACAO PIC X(12).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-MES-DE   PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WD-ANO-DE   PIC 9(04).
           05 FILLER      PIC X(03) VALUE " A ".
           05 WD-MES-ATE  PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WD-ANO-ATE  PIC 9(04).
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WD-CUPONS   PIC Z9.
       01 WS-REJEITO.
           05 WJ-CARNET   PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WJ-MOTIVO   PIC X(60).
       01 WS-RODAPE-1.
           05 FILLER      PIC X(20) VALUE "CARNES IMPRESSOS:   ".
           05 WR-CARNES   PIC ZZZ,ZZ9.
           05 FILLER      PIC X(20) VALUE "   CUPONS:         ".
           05 WR-CUPONS   PIC ZZZ,ZZ9.
       01 WS-RODAPE-2.
           05 FILLER      PIC X(20) VALUE "REIMPRESSOES:       ".
           05 WR-REIMPRESSOS PIC ZZZ,ZZ9.
           05 FILLER      PIC X(20) VALUE "   JA COBERTOS:     ".
           05 WR-COBERTOS PIC ZZZ,ZZ9.
           05 FILLER      PIC X(20) VALUE "   REJEITADOS:      ".
           05 WR-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           IF NOT PARAMETROS-OK
               DISPLAY "emicarne.par SEM VALOR/DIA-VENCIMENTO VALIDOS,"
                   " NENHUM CARNE EMITIDO"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-CONTROLE.
           PERFORM LE-PEDIDOS THRU LE-PEDIDOS-FIM.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CARNES.
           IF FS-CRN-NAO-EXISTE
               OPEN OUTPUT CARNES
               CLOSE CARNES
               OPEN I-O CARNES
           END-IF.
           OPEN OUTPUT IMPRESSAO.
           OPEN OUTPUT LISTAGEM.
           MOVE WS-DH-DATA    TO WC-DATA.
           MOVE WS-DATA-CORTE TO WC-CORTE.
           PERFORM NOVA-PAGINA.
           PERFORM REIMPRIME-PEDIDO
               VARYING WS-PED-I FROM 1 BY 1
               UNTIL WS-PED-I > WS-PED-QTD.
           PERFORM VARRE-CADASTRO.
           PERFORM VARRE-TROCAS THRU VARRE-TROCAS-FIM.
           MOVE WS-TOTAL-CARNES      TO WR-CARNES.
           MOVE WS-TOTAL-CUPONS      TO WR-CUPONS.
           MOVE WS-TOTAL-REIMPRESSOS TO WR-REIMPRESSOS.
           MOVE WS-TOTAL-COBERTOS    TO WR-COBERTOS.
           MOVE WS-TOTAL-REJEITADOS  TO WR-REJEITADOS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RODAPE-1.
           WRITE LINHA-REL FROM WS-RODAPE-2.
           CLOSE FILE1.
           CLOSE CARNES.
           CLOSE IMPRESSAO.
           CLOSE LISTAGEM.
           PERFORM GRAVA-CONTROLE.
      * PEDIDOS ATENDIDOS (OU RECUSADOS, JÁ RELACIONADOS) NÃO SE
      * REPETEM NA PRÓXIMA EXECUÇÃO
           IF WS-PED-QTD > 0
               CALL "CBL_DELETE_FILE" USING WS-ARQ-PEDIDOS
           END-IF.
           DISPLAY "CANDIDATOS LIDOS: "    WS-TOTAL-LIDOS.
           DISPLAY "CARNES GRAVADOS: "     WS-TOTAL-CARNES.
           DISPLAY "CUPONS IMPRESSOS: "    WS-TOTAL-CUPONS.
           DISPLAY "CARNES REIMPRESSOS: "  WS-TOTAL-REIMPRESSOS.
           DISPLAY "CARNETS JA COBERTOS: " WS-TOTAL-COBERTOS.
           DISPLAY "PEDIDOS REJEITADOS: "  WS-TOTAL-REJEITADOS.
           IF WS-TOTAL-REJEITADOS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * LÊ VALOR E DIA DE VENCIMENTO DO emicarne.par; OS DOIS SÃO
      * OBRIGATÓRIOS. O DIA VAI ATÉ 28 PARA VALER EM TODO MÊS.
       LE-PARAMETROS.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR NOT = ZEROS
               DISPLAY "SEM emicarne.par"
               GO TO LE-PARAMETROS-FIM
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.
           PERFORM APLICA-PARAMETRO UNTIL FINAL-PARAMETRO = 1.
           CLOSE PARAMETRO.
           IF WS-VALOR-CUPOM > ZEROS
               AND WS-DIA-VENC >= 01 AND WS-DIA-VENC <= 28
               MOVE "S" TO WS-PARAMETROS-OK
           END-IF.
       LE-PARAMETROS-FIM.
           EXIT.

       APLICA-PARAMETRO.
           MOVE SPACES TO WS-PAR-CAMPOS.
           UNSTRING PAR-LINHA DELIMITED BY "="
               INTO WS-P-CHAVE WS-P-VALOR
           END-UNSTRING.
           EVALUATE WS-P-CHAVE
               WHEN "VALOR"
                   IF FUNCTION TEST-NUMVAL(WS-P-VALOR) = 0
                       COMPUTE WS-VALOR-CUPOM =
                           FUNCTION NUMVAL(WS-P-VALOR)
                   ELSE
                       DISPLAY "VALOR INVALIDO: " WS-P-VALOR
                   END-IF
               WHEN "DIA-VENCIMENTO"
                   IF WS-P-VALOR(1:2) NUMERIC
                       MOVE WS-P-VALOR(1:2) TO WS-DIA-VENC
                   ELSE
                       DISPLAY "DIA-VENCIMENTO INVALIDO: " WS-P-VALOR
                   END-IF
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO: " WS-P-CHAVE
           END-EVALUATE.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.

      * -----------------------------------
      * A DATA DA ÚLTIMA EXECUÇÃO É O CORTE DESTA; SEM O ARQUIVO DE
      * CONTROLE O CORTE É HOJE.
       LE-CONTROLE.
           MOVE WS-DH-DATA TO WS-DATA-CORTE.
           OPEN INPUT CONTROLE.
           IF FS-CTL-OK
               READ CONTROLE INTO WS-CTL-REC
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-ULTIMA-DATA NUMERIC
                           MOVE CTL-ULTIMA-DATA TO WS-DATA-CORTE
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.

       GRAVA-CONTROLE.
           MOVE WS-DH-DATA TO CTL-ULTIMA-DATA.
           OPEN OUTPUT CONTROLE.
           WRITE CTL-LINHA FROM WS-CTL-REC.
           CLOSE CONTROLE.

      * -----------------------------------
      * CARNETS PEDIDOS PARA REIMPRESSÃO; SEM O ARQUIVO NÃO HÁ PEDIDO.
       LE-PEDIDOS.
           MOVE 0 TO WS-PED-QTD.
           OPEN INPUT PEDIDOS.
           IF FS-STAT-PED NOT = ZEROS
               GO TO LE-PEDIDOS-FIM
           END-IF.
           READ PEDIDOS
               AT END MOVE 1 TO FINAL-PEDIDOS
           END-READ.
           PERFORM GUARDA-PEDIDO UNTIL FINAL-PEDIDOS = 1.
           CLOSE PEDIDOS.
       LE-PEDIDOS-FIM.
           EXIT.

       GUARDA-PEDIDO.
           IF PED-LINHA NOT = SPACES AND WS-PED-QTD < WS-PED-MAX
               ADD 1 TO WS-PED-QTD
               MOVE ZEROS TO WS-PED-CARNET(WS-PED-QTD)
               IF PED-LINHA(1:9) NUMERIC
                   MOVE PED-LINHA(1:9) TO WS-PED-CARNET(WS-PED-QTD)
               END-IF
           END-IF.
           READ PEDIDOS
               AT END MOVE 1 TO FINAL-PEDIDOS
           END-READ.

      * -----------------------------------
      * REIMPRESSÃO PEDIDA: O ÚLTIMO CARNÊ DO CARNET SAI DE NOVO, COM
      * O PERÍODO, O VALOR E O VENCIMENTO ORIGINAIS; CARNET SEM CARNÊ
      * ANTERIOR RECEBE UM NOVO, NAS CONDIÇÕES DO PARÂMETRO.
       REIMPRIME-PEDIDO.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE WS-PED-CARNET(WS-PED-I) TO WS-P-CARNET.
           IF WS-P-CARNET = ZEROS
               MOVE SPACES TO WJ-CARNET
               MOVE "PEDIDO DE REIMPRESSAO COM CARNET INVALIDO"
                   TO WJ-MOTIVO
               PERFORM REJEITA-PEDIDO
           ELSE
               MOVE WS-P-CARNET TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY
                       MOVE WS-P-CARNET TO WJ-CARNET
                       MOVE "REIMPRESSAO: CARNET NAO CADASTRADO"
                           TO WJ-MOTIVO
                       PERFORM REJEITA-PEDIDO
                   NOT INVALID KEY
                       IF MESTRE-ATIVO
                           PERFORM REIMPRIME-CARNE
                       ELSE
                           PERFORM FORMATA-CARNET
                           MOVE WS-CARNET-DV-FMT TO WJ-CARNET
                           MOVE "REIMPRESSAO: CARNET NAO ATIVO"
                               TO WJ-MOTIVO
                           PERFORM REJEITA-PEDIDO
                       END-IF
               END-READ
           END-IF.

       REIMPRIME-CARNE.
           PERFORM BUSCA-ULTIMO-CARNE.
           IF WS-ULTIMA-INICIAL = ZEROS
               MOVE "R" TO WS-MOTIVO
               PERFORM EMITE-CARNE THRU EMITE-CARNE-FIM
           ELSE
               MOVE MESTRE-CARNET     TO CRN-CARNET
               MOVE WS-ULTIMA-INICIAL TO CRN-COMPET-INICIAL
               READ CARNES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CRN-COMPET-INICIAL TO WS-COMPET-INICIAL
                       MOVE CRN-COMPET-FINAL   TO WS-COMPET-FINAL
                       MOVE CRN-VALOR          TO WS-VALOR-IMP
                       MOVE CRN-DIA-VENCIMENTO TO WS-DIA-IMP
                       PERFORM IMPRIME-CARNE
                       ADD 1 TO CRN-REIMPRESSOES
                       MOVE WS-DH-DATA TO CRN-DATA-REIMPRESSAO
                       REWRITE CRN-REC
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-TOTAL-REIMPRESSOS
                       MOVE "REIMPRESSAO" TO WD-SITUACAO
                       PERFORM LISTA-CARNE
               END-READ
           END-IF.

       REJEITA-PEDIDO.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           WRITE LINHA-REL FROM WS-REJEITO.
           ADD 1 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * CLIENTES NOVOS: ATIVOS CADASTRADOS A PARTIR DO CORTE
       VARRE-CADASTRO.
           MOVE 0 TO FINAL-ARQUIVO.
           MOVE ZEROS TO MESTRE-CARNET.
           START FILE1 KEY IS NOT LESS THAN MESTRE-KEY
               INVALID KEY MOVE 1 TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 0
               READ FILE1 NEXT RECORD
                   AT END MOVE 1 TO FINAL-ARQUIVO
               END-READ
           END-IF.
           PERFORM TESTA-CADASTRO UNTIL FINAL-ARQUIVO = 1.

       TESTA-CADASTRO.
           IF MESTRE-ATIVO
               AND MESTRE-DATA-CADASTRO NUMERIC
               AND MESTRE-DATA-CADASTRO >= WS-DATA-CORTE
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE "N" TO WS-MOTIVO
               PERFORM EMITE-CARNE THRU EMITE-CARNE-FIM
           END-IF.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * CARNETS REEMITIDOS: O SUCESSOR DE CADA ENTRADA "TROCA" DA
      * TRILHA A PARTIR DO CORTE (9 PRIMEIRAS POSIÇÕES DO CAMPO DE
      * ENDEREÇO, VEJA GRAVA-AUDITORIA-TROCA NO CLIENTES). SÓ SAI SE
      * O NÚMERO NOVO AINDA ESTIVER ATIVO (NÃO FOI TROCADO DE NOVO).
       VARRE-TROCAS.
           OPEN INPUT AUDITLOG.
           IF FS-STAT-AUD NOT = ZEROS
               GO TO VARRE-TROCAS-FIM
           END-IF.
           MOVE 0 TO FINAL-AUDITORIA.
           READ AUDITLOG
               AT END MOVE 1 TO FINAL-AUDITORIA
           END-READ.
           PERFORM TESTA-TROCA UNTIL FINAL-AUDITORIA = 1.
           CLOSE AUDITLOG.
       VARRE-TROCAS-FIM.
           EXIT.

       TESTA-TROCA.
           IF AUD-ACAO = "TROCA"
               AND AUD-DATA >= WS-DATA-CORTE
               AND AUD-ENDERECO(1:9) NUMERIC
               MOVE AUD-ENDERECO(1:9) TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MESTRE-ATIVO
                           ADD 1 TO WS-TOTAL-LIDOS
                           MOVE "T" TO WS-MOTIVO
                           PERFORM EMITE-CARNE THRU EMITE-CARNE-FIM
                       END-IF
               END-READ
           END-IF.
           READ AUDITLOG
               AT END MOVE 1 TO FINAL-AUDITORIA
           END-READ.

      * -----------------------------------
      * EMITE O CARNÊ DO REGISTRO DA ÁREA DO FD PARA OS PRÓXIMOS 12
      * MESES, SALVO SE UM CARNÊ JÁ EMITIDO COBRE O PRIMEIRO MÊS.
       EMITE-CARNE.
           MOVE WS-DH-ANO TO WS-CC-ANO.
           MOVE WS-DH-MES TO WS-CC-MES.
           IF WS-DH-DIA > WS-DIA-VENC
               PERFORM AVANCA-MES
           END-IF.
           MOVE WS-COMPET-CUPOM-N TO WS-COMPET-INICIAL.
           PERFORM BUSCA-ULTIMO-CARNE.
           IF WS-ULTIMA-FINAL >= WS-COMPET-INICIAL
               ADD 1 TO WS-TOTAL-COBERTOS
               MOVE WS-ULTIMA-INICIAL TO WS-COMPET-INICIAL
               MOVE WS-ULTIMA-FINAL   TO WS-COMPET-FINAL
               MOVE "JA COBERTO"      TO WD-SITUACAO
               MOVE 0 TO WS-CUP-I
               PERFORM LISTA-CARNE
               GO TO EMITE-CARNE-FIM
           END-IF.
           PERFORM AVANCA-MES 11 TIMES.
           MOVE WS-COMPET-CUPOM-N TO WS-COMPET-FINAL.
           MOVE WS-VALOR-CUPOM    TO WS-VALOR-IMP.
           MOVE WS-DIA-VENC       TO WS-DIA-IMP.
           MOVE SPACES TO CRN-REC.
           MOVE MESTRE-CARNET     TO CRN-CARNET.
           MOVE WS-COMPET-INICIAL TO CRN-COMPET-INICIAL.
           MOVE WS-COMPET-FINAL   TO CRN-COMPET-FINAL.
           MOVE WS-DH-DATA        TO CRN-DATA-EMISSAO.
           MOVE WS-VALOR-IMP      TO CRN-VALOR.
           MOVE WS-DIA-IMP        TO CRN-DIA-VENCIMENTO.
           MOVE WS-MOTIVO         TO CRN-MOTIVO.
           MOVE ZEROS TO CRN-REIMPRESSOES.
           MOVE ZEROS TO CRN-DATA-REIMPRESSAO.
           WRITE CRN-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-COBERTOS
                   MOVE "JA COBERTO" TO WD-SITUACAO
                   MOVE 0 TO WS-CUP-I
                   PERFORM LISTA-CARNE
                   GO TO EMITE-CARNE-FIM
           END-WRITE.
           PERFORM IMPRIME-CARNE.
           ADD 1 TO WS-TOTAL-CARNES.
           EVALUATE TRUE
               WHEN MOTIVO-TROCA
                   MOVE "REEMITIDO" TO WD-SITUACAO
               WHEN MOTIVO-REIMPR
                   MOVE "REIMPR.NOVO" TO WD-SITUACAO
               WHEN OTHER
                   MOVE "NOVO" TO WD-SITUACAO
           END-EVALUATE.
           PERFORM LISTA-CARNE.
       EMITE-CARNE-FIM.
           EXIT.

      * ÚLTIMO CARNÊ JÁ EMITIDO PARA O CARNET DA ÁREA DO FD (MAIOR
      * COMPETÊNCIA INICIAL); ZEROS QUANDO NÃO HÁ NENHUM.
       BUSCA-ULTIMO-CARNE.
           MOVE ZEROS TO WS-ULTIMA-INICIAL.
           MOVE ZEROS TO WS-ULTIMA-FINAL.
           MOVE 0 TO FINAL-CARNES.
           MOVE MESTRE-CARNET TO CRN-CARNET.
           MOVE ZEROS TO CRN-COMPET-INICIAL.
           START CARNES KEY IS NOT LESS THAN CRN-KEY
               INVALID KEY MOVE 1 TO FINAL-CARNES
           END-START.
           PERFORM LE-CARNE-CARNET UNTIL FINAL-CARNES = 1.

       LE-CARNE-CARNET.
           READ CARNES NEXT RECORD
               AT END MOVE 1 TO FINAL-CARNES
               NOT AT END
                   IF CRN-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-CARNES
                   ELSE
                       MOVE CRN-COMPET-INICIAL TO WS-ULTIMA-INICIAL
                       IF CRN-COMPET-FINAL > WS-ULTIMA-FINAL
                           MOVE CRN-COMPET-FINAL TO WS-ULTIMA-FINAL
                       END-IF
                   END-IF
           END-READ.

       AVANCA-MES.
           ADD 1 TO WS-CC-MES.
           IF WS-CC-MES > 12
               MOVE 1 TO WS-CC-MES
               ADD 1 TO WS-CC-ANO
           END-IF.

       FORMATA-CARNET.
           MOVE MESTRE-CARNET(1:8) TO WF-BASE.
           MOVE MESTRE-CARNET(9:1) TO WF-DV.

      * -----------------------------------
      * UMA PÁGINA DE carnes.lst: CABEÇALHO COM NOME E ENDEREÇO E OS
      * 12 CUPONS DO PERÍODO, SEPARADOS POR LINHA DE CORTE. REGISTRO
      * AINDA SEM ENDEREÇO ESTRUTURADO SAI COM O TEXTO LIVRE.
       IMPRIME-CARNE.
           IF WS-CARNES-PAGINAS > 0
               WRITE LINHA-IMP FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF.
           ADD 1 TO WS-CARNES-PAGINAS.
           PERFORM FORMATA-CARNET.
           MOVE WS-CARNET-DV-FMT TO WI-CARNET-1.
           MOVE WS-CARNET-DV-FMT TO WI-CARNET.
           MOVE MESTRE-NOME TO WI-NOME.
           MOVE MESTRE-NOME TO WI-NOME-CUPOM.
           WRITE LINHA-IMP FROM WS-CRN-CABEC-1.
           MOVE SPACES TO LINHA-IMP.
           WRITE LINHA-IMP.
           WRITE LINHA-IMP FROM WS-CRN-CABEC-2.
           IF MESTRE-LOGRADOURO NOT = SPACES
               MOVE SPACES TO WI-ENDERECO
               STRING FUNCTION TRIM(MESTRE-LOGRADOURO)
                          DELIMITED BY SIZE
                      ", "                     DELIMITED BY SIZE
                      FUNCTION TRIM(MESTRE-NUMERO)
                          DELIMITED BY SIZE
                      " - "                    DELIMITED BY SIZE
                      FUNCTION TRIM(MESTRE-BAIRRO)
                          DELIMITED BY SIZE
                   INTO WI-ENDERECO
               END-STRING
               WRITE LINHA-IMP FROM WS-CRN-CABEC-3
               MOVE SPACES TO WI-ENDERECO
               STRING MESTRE-CEP(1:5)          DELIMITED BY SIZE
                      "-"                      DELIMITED BY SIZE
                      MESTRE-CEP(6:3)          DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      FUNCTION TRIM(MESTRE-CIDADE)
                          DELIMITED BY SIZE
                   INTO WI-ENDERECO
               END-STRING
               WRITE LINHA-IMP FROM WS-CRN-CABEC-3
           ELSE
               MOVE MESTRE-ENDERECO TO WI-ENDERECO
               WRITE LINHA-IMP FROM WS-CRN-CABEC-3
           END-IF.
           MOVE WS-COMPET-INICIAL TO WS-COMPET-CUPOM-N.
           PERFORM IMPRIME-CUPOM
               VARYING WS-CUP-I FROM 1 BY 1
               UNTIL WS-CUP-I > WS-CUPONS-CARNE.
           WRITE LINHA-IMP FROM WS-CRN-CORTE.
           MOVE WS-CUPONS-CARNE TO WS-CUP-I.

       IMPRIME-CUPOM.
           WRITE LINHA-IMP FROM WS-CRN-CORTE.
           MOVE WS-CC-MES  TO WI-CMES.
           MOVE WS-CC-ANO  TO WI-CANO.
           MOVE WS-DIA-IMP TO WI-VDIA.
           MOVE WS-CC-MES  TO WI-VMES.
           MOVE WS-CC-ANO  TO WI-VANO.
           MOVE WS-VALOR-IMP TO WI-VALOR.
           WRITE LINHA-IMP FROM WS-CRN-CUPOM.
           ADD 1 TO WS-TOTAL-CUPONS.
           PERFORM AVANCA-MES.

      * -----------------------------------
      * LINHA DA LISTAGEM DE CONTROLE; WS-CUP-I TRAZ OS CUPONS
      * IMPRESSOS (ZERO PARA O CARNET JÁ COBERTO).
       LISTA-CARNE.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           PERFORM FORMATA-CARNET.
           MOVE WS-CARNET-DV-FMT TO WD-CARNET.
           MOVE MESTRE-NOME TO WD-NOME.
           MOVE WS-COMPET-INICIAL(5:2) TO WD-MES-DE.
           MOVE WS-COMPET-INICIAL(1:4) TO WD-ANO-DE.
           MOVE WS-COMPET-FINAL(5:2)   TO WD-MES-ATE.
           MOVE WS-COMPET-FINAL(1:4)   TO WD-ANO-ATE.
           MOVE WS-CUP-I TO WD-CUPONS.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

       NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WC-PAGINA.
           IF WS-PAGINA > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-PAGINA.
