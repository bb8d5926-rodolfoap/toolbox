       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.

      * RÉGUA DE COBRANÇA NOTURNA: VARRE O LIVRO DE PAGAMENTOS
      * (pagamentos.dat, ORDEM CARNET+COMPETÊNCIA) COM A MESMA QUEBRA
      * POR CARNET E A MESMA CONTA DE ATRASO DO RELINAD E, PARA CADA
      * CARNET ATIVO EM ATRASO, EMITE O AVISO DO ESTÁGIO EM QUE A
      * COMPETÊNCIA ABERTA MAIS ANTIGA ESTÁ:
      *     1 MÊS DE ATRASO     ESTÁGIO 1 - LEMBRETE
      *     2 MESES             ESTÁGIO 2 - COBRANÇA FORMAL
      *     3 MESES OU MAIS     ESTÁGIO 3 - AVISO FINAL
      * COMPETÊNCIA DO PRÓPRIO MÊS AINDA NÃO ESTÁ VENCIDA E NÃO GERA
      * AVISO. O DESTINO É O CONTATO PREFERIDO DO CLIENTE
      * (contatos.dat); SEM PREFERIDO, O AVISO VAI POR CARTA PARA O
      * ENDEREÇO ESTRUTURADO; SEM LOGRADOURO, O CARNET SAI NO
      * RELATÓRIO COMO "SEM DESTINO" E É TENTADO DE NOVO NA PRÓXIMA
      * NOITE, DEPOIS DO ACERTO DO CADASTRO.
      *
      * CADA AVISO EMITIDO É GRAVADO EM cobranca.dat (CARNET,
      * COMPETÊNCIA, ESTÁGIO, DATA DE ENVIO): UM ESTÁGIO JÁ GRAVADO
      * PARA A COMPETÊNCIA NÃO SAI DE NOVO. COMPETÊNCIA QUE O PAGCARGA
      * TROUXE COMO PAGA ENCERRA A RÉGUA: AS ENTRADAS DELA PASSAM A
      * "Q" E NENHUM ESTÁGIO NOVO É EMITIDO. OS AVISOS DO DIA SAEM EM
      * cobranca_avisos.csv PARA A GRÁFICA/ENVIO E O RESUMO DO DIA POR
      * ESTÁGIO EM cobranca.lst. RC=1 QUANDO HÁ CARNET SEM DESTINO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT-PAG
               RECORD KEY IS PAG-KEY.
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
           SELECT COBRANCAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-COB
               RECORD KEY IS COB-KEY.
           SELECT AVISOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTOS VALUE OF FILE-ID IS "pagamentos.dat".
           COPY pagamento.

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD CONTATOS VALUE OF FILE-ID IS "contatos.dat".
           COPY contato.

       FD COBRANCAS VALUE OF FILE-ID IS "cobranca.dat".
           COPY cobranca.

       FD AVISOS LABEL RECORD STANDARD
                 VALUE OF FILE-ID IS "cobranca_avisos.csv".
       01 CSV-LINHA PIC X(200).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "cobranca.lst".
       01 LINHA-REL PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAG PIC 9(02).
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-OK VALUE ZEROS.
       77 FS-STAT-COB PIC 9(02).
           88 FS-COB-OK VALUE ZEROS.
           88 FS-COB-NAO-EXISTE VALUE 35.
       77 FINAL-ARQUIVO  PIC 9 VALUE 0.
       77 FINAL-CONTATOS PIC 9 VALUE 0.
       77 FINAL-COBRANCA PIC 9 VALUE 0.
       77 WS-CONTATOS-ABERTO PIC X VALUE "N".
           88 CONTATOS-ABERTO VALUE "S".

       77 WS-TOTAL-LIDOS      PIC 9(08) VALUE 0.
       77 WS-TOTAL-ATRASO     PIC 9(06) VALUE 0.
       77 WS-TOTAL-AVISOS     PIC 9(06) VALUE 0.
       77 WS-TOTAL-ESTAGIO-1  PIC 9(06) VALUE 0.
       77 WS-TOTAL-ESTAGIO-2  PIC 9(06) VALUE 0.
       77 WS-TOTAL-ESTAGIO-3  PIC 9(06) VALUE 0.
       77 WS-TOTAL-JA-EMITIDO PIC 9(06) VALUE 0.
       77 WS-TOTAL-SEM-DESTINO PIC 9(06) VALUE 0.
       77 WS-TOTAL-IGNORADOS  PIC 9(06) VALUE 0.
       77 WS-TOTAL-QUITADOS   PIC 9(06) VALUE 0.

      * QUEBRA POR CARNET, COMO NO RELINAD, MAIS O VALOR EM ABERTO
      * QUE O AVISO INFORMA AO CLIENTE.
       77 WS-CARNET-ATUAL  PIC 9(09) VALUE 0.
       77 WS-QTD-ABERTAS   PIC 9(04) VALUE 0.
       77 WS-COMPET-ANTIGA PIC 9(06) VALUE 0.
       77 WS-VALOR-ABERTO  PIC 9(09)V99 VALUE 0.
       77 WS-TEM-CARNET PIC X VALUE "N".
           88 TEM-CARNET VALUE "S".

       77 WS-ESTAGIO PIC 9(01) VALUE 0.
       77 WS-CANAL   PIC X(05) VALUE SPACES.
       77 WS-DESTINO PIC X(40) VALUE SPACES.
       77 WS-CONTATO-PREF-TIPO PIC X(05) VALUE SPACES.
       77 WS-CONTATO-PREF PIC X(40) VALUE SPACES.

       77 WS-MESES-HOJE  PIC 9(08) VALUE 0.
       77 WS-MESES-COMP  PIC 9(08) VALUE 0.
       77 WS-ATRASO-MESES PIC 9(04) VALUE 0.
       01 WS-COMPET-DEC.
           05 WS-COMP-ANO PIC 9(04).
           05 WS-COMP-MES PIC 9(02).
       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA.
               10 WS-DH-ANO PIC 9(04).
               10 WS-DH-MES PIC 9(02).
               10 WS-DH-DIA PIC 9(02).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

      * LINHA DO ARQUIVO DE AVISOS PARA O ENVIO: NOS AVISOS POR
      * CONTATO, BAIRRO/CIDADE/CEP VÃO EM BRANCO
       01 WS-CSV-LINHA.
           05 WC-CARNET     PIC 9(09).
           05 FILLER        PIC X VALUE ",".
           05 WC-COMPET     PIC 9(06).
           05 FILLER        PIC X VALUE ",".
           05 WC-ESTAGIO    PIC 9(01).
           05 FILLER        PIC X VALUE ",".
           05 WC-CANAL      PIC X(05).
           05 FILLER        PIC X VALUE ",".
           05 WC-NOME       PIC X(40).
           05 FILLER        PIC X VALUE ",".
           05 WC-DESTINO    PIC X(40).
           05 FILLER        PIC X VALUE ",".
           05 WC-BAIRRO     PIC X(20).
           05 FILLER        PIC X VALUE ",".
           05 WC-CIDADE     PIC X(20).
           05 FILLER        PIC X VALUE ",".
           05 WC-CEP        PIC X(08).
           05 FILLER        PIC X VALUE ",".
           05 WC-VALOR      PIC 9(09).99.

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.

       01 WS-CABECALHO.
           05 FILLER      PIC X(28) VALUE
              "AVISOS DE COBRANCA EMITIDOS".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WB-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WB-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(32) VALUE "NOME".
           05 FILLER      PIC X(08) VALUE "COMPET".
           05 FILLER      PIC X(04) VALUE "EST".
           05 FILLER      PIC X(07) VALUE "CANAL".
           05 FILLER      PIC X(15) VALUE "VALOR ABERTO".
           05 FILLER      PIC X(40) VALUE "DESTINO".
       01 WS-DETALHE.
           05 WD-CARNET   PIC Z(8)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME     PIC X(30).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-COMPET   PIC 9(06).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-ESTAGIO  PIC 9(01).
           05 FILLER      PIC X(03) VALUE SPACES.
           05 WD-CANAL    PIC X(05).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-VALOR    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WD-DESTINO  PIC X(40).
       01 WS-RODAPE-1.
           05 FILLER   PIC X(40) VALUE
              "RESUMO DO DIA - AVISOS EMITIDOS:".
           05 WR-TOTAL PIC ZZZ,ZZ9.
       01 WS-RODAPE-ESTAGIO.
           05 FILLER     PIC X(40).
           05 WR-ESTAGIO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           COMPUTE WS-MESES-HOJE = WS-DH-ANO * 12 + WS-DH-MES.
           MOVE WS-DH-DATA TO WB-DATA.
           OPEN INPUT PAGTOS.
           IF FS-STAT-PAG NOT = ZEROS
               DISPLAY "SEM pagamentos.dat, NADA A COBRAR"
               STOP RUN
           END-IF.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               CLOSE PAGTOS
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTATOS.
           IF FS-CTT-OK
               MOVE "S" TO WS-CONTATOS-ABERTO
           END-IF.
           PERFORM ABRIR-COBRANCAS.
           OPEN OUTPUT AVISOS.
           OPEN OUTPUT RELATORIO.
           PERFORM NOVA-PAGINA.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM PROCESSA-ENTRADA UNTIL FINAL-ARQUIVO = 1.
           PERFORM FECHA-CARNET.
           PERFORM IMPRIME-RESUMO.
           CLOSE PAGTOS.
           CLOSE FILE1.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           CLOSE COBRANCAS.
           CLOSE AVISOS.
           CLOSE RELATORIO.
           DISPLAY "PAGAMENTOS LIDOS: "         WS-TOTAL-LIDOS.
           DISPLAY "CARNETS EM ATRASO: "        WS-TOTAL-ATRASO.
           DISPLAY "AVISOS GRAVADOS: "          WS-TOTAL-AVISOS.
           DISPLAY "  ESTAGIO 1 (LEMBRETE): "   WS-TOTAL-ESTAGIO-1.
           DISPLAY "  ESTAGIO 2 (FORMAL): "     WS-TOTAL-ESTAGIO-2.
           DISPLAY "  ESTAGIO 3 (FINAL): "      WS-TOTAL-ESTAGIO-3.
           DISPLAY "ESTAGIO JA EMITIDO: "       WS-TOTAL-JA-EMITIDO.
           DISPLAY "REGUAS ENCERRADAS POR PAGAMENTO: "
                   WS-TOTAL-QUITADOS.
           DISPLAY "CARNETS SEM DESTINO (REJEITADOS): "
                   WS-TOTAL-SEM-DESTINO.
           IF WS-TOTAL-SEM-DESTINO > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * ABRE O HISTÓRICO DA RÉGUA, CRIANDO-O NA PRIMEIRA EXECUÇÃO.
       ABRIR-COBRANCAS.
           OPEN I-O COBRANCAS.
           IF FS-COB-NAO-EXISTE
               OPEN OUTPUT COBRANCAS
               CLOSE COBRANCAS
               OPEN I-O COBRANCAS
           END-IF.
           IF NOT FS-COB-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR cobranca.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

      * -----------------------------------
      * O ARQUIVO SAI EM ORDEM DE CARNET+COMPETÊNCIA; NA TROCA DE
      * CARNET O CARNET ANTERIOR É FECHADO. COMPETÊNCIA PAGA ENCERRA
      * A RÉGUA DELA NO HISTÓRICO.
       PROCESSA-ENTRADA.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF TEM-CARNET AND PAG-CARNET NOT = WS-CARNET-ATUAL
               PERFORM FECHA-CARNET
           END-IF.
           MOVE PAG-CARNET TO WS-CARNET-ATUAL.
           MOVE "S" TO WS-TEM-CARNET.
           IF PAG-ABERTO
               ADD 1 TO WS-QTD-ABERTAS
               ADD PAG-VALOR TO WS-VALOR-ABERTO
               IF WS-COMPET-ANTIGA = 0
                   OR PAG-COMPETENCIA < WS-COMPET-ANTIGA
                   MOVE PAG-COMPETENCIA TO WS-COMPET-ANTIGA
               END-IF
           END-IF.
           IF PAG-PAGO
               PERFORM ENCERRA-REGUA THRU ENCERRA-REGUA-FIM
           END-IF.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * COMPETÊNCIA PAGA: OS AVISOS AINDA "E" DELA PASSAM A "Q" COM A
      * DATA DO PAGAMENTO; A PRÓXIMA COMPETÊNCIA ABERTA DO CARNET, SE
      * HOUVER, COMEÇA A SUA PRÓPRIA RÉGUA.
       ENCERRA-REGUA.
           MOVE PAG-CARNET      TO COB-CARNET.
           MOVE PAG-COMPETENCIA TO COB-COMPETENCIA.
           MOVE 0               TO COB-ESTAGIO.
           START COBRANCAS KEY IS NOT LESS THAN COB-KEY
               INVALID KEY GO TO ENCERRA-REGUA-FIM
           END-START.
           MOVE 0 TO FINAL-COBRANCA.
           PERFORM ENCERRA-ESTAGIO UNTIL FINAL-COBRANCA = 1.
       ENCERRA-REGUA-FIM.
           EXIT.

       ENCERRA-ESTAGIO.
           READ COBRANCAS NEXT RECORD
               AT END MOVE 1 TO FINAL-COBRANCA
               NOT AT END
                   IF COB-CARNET NOT = PAG-CARNET
                       OR COB-COMPETENCIA NOT = PAG-COMPETENCIA
                       MOVE 1 TO FINAL-COBRANCA
                   ELSE
                       IF COB-EMITIDO
                           MOVE "Q" TO COB-SITUACAO
                           MOVE PAG-DATA-PAGAMENTO
                               TO COB-DATA-QUITACAO
                           REWRITE COB-REC
                               INVALID KEY CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-TOTAL-QUITADOS
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * FECHA O CARNET CORRENTE: COM COMPETÊNCIAS ABERTAS, CALCULA O
      * ATRASO DA MAIS ANTIGA (MESMA CONTA DO RELINAD) E DECIDE O
      * ESTÁGIO; ESTÁGIO JÁ GRAVADO PARA A COMPETÊNCIA NÃO SAI DE NOVO.
       FECHA-CARNET.
           IF TEM-CARNET AND WS-QTD-ABERTAS > 0
               MOVE WS-COMPET-ANTIGA TO WS-COMPET-DEC
               COMPUTE WS-MESES-COMP =
                   WS-COMP-ANO * 12 + WS-COMP-MES
               IF WS-MESES-HOJE > WS-MESES-COMP
                   COMPUTE WS-ATRASO-MESES =
                       WS-MESES-HOJE - WS-MESES-COMP
               ELSE
                   MOVE 0 TO WS-ATRASO-MESES
               END-IF
               EVALUATE TRUE
                   WHEN WS-ATRASO-MESES = 0
                       MOVE 0 TO WS-ESTAGIO
                   WHEN WS-ATRASO-MESES = 1
                       MOVE 1 TO WS-ESTAGIO
                   WHEN WS-ATRASO-MESES = 2
                       MOVE 2 TO WS-ESTAGIO
                   WHEN OTHER
                       MOVE 3 TO WS-ESTAGIO
               END-EVALUATE
               IF WS-ESTAGIO > 0
                   ADD 1 TO WS-TOTAL-ATRASO
                   PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
               END-IF
           END-IF.
           MOVE 0 TO WS-QTD-ABERTAS.
           MOVE 0 TO WS-COMPET-ANTIGA.
           MOVE 0 TO WS-VALOR-ABERTO.

      * -----------------------------------
      * EMITE O AVISO DO ESTÁGIO PARA O CARNET CORRENTE, SE AINDA NÃO
      * SAIU: SÓ CLIENTE ATIVO (CARNET EXPURGADO, INATIVO OU TROCADO
      * NÃO RECEBE AVISO NO NÚMERO VELHO).
       EMITE-AVISO.
           MOVE WS-CARNET-ATUAL  TO COB-CARNET.
           MOVE WS-COMPET-ANTIGA TO COB-COMPETENCIA.
           MOVE WS-ESTAGIO       TO COB-ESTAGIO.
           READ COBRANCAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-EMITIDO
                   GO TO EMITE-AVISO-FIM
           END-READ.
           MOVE WS-CARNET-ATUAL TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY
                   ADD 1 TO WS-TOTAL-IGNORADOS
                   GO TO EMITE-AVISO-FIM
           END-READ.
           IF NOT MESTRE-ATIVO
               ADD 1 TO WS-TOTAL-IGNORADOS
               GO TO EMITE-AVISO-FIM
           END-IF.
           PERFORM ESCOLHE-DESTINO THRU ESCOLHE-DESTINO-FIM.
           IF WS-CANAL = SPACES
               ADD 1 TO WS-TOTAL-SEM-DESTINO
               MOVE "-----" TO WD-CANAL
               MOVE "*** SEM DESTINO: ACERTAR ENDERECO ***"
                   TO WD-DESTINO
               PERFORM IMPRIME-AVISO
               GO TO EMITE-AVISO-FIM
           END-IF.
           MOVE SPACES TO COB-REC.
           MOVE WS-CARNET-ATUAL  TO COB-CARNET.
           MOVE WS-COMPET-ANTIGA TO COB-COMPETENCIA.
           MOVE WS-ESTAGIO       TO COB-ESTAGIO.
           MOVE WS-DH-DATA       TO COB-DATA-ENVIO.
           MOVE WS-CANAL         TO COB-CANAL.
           MOVE WS-DESTINO       TO COB-DESTINO.
           MOVE WS-VALOR-ABERTO  TO COB-VALOR-ABERTO.
           MOVE "E"              TO COB-SITUACAO.
           MOVE ZEROS            TO COB-DATA-QUITACAO.
           WRITE COB-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-EMITIDO
                   GO TO EMITE-AVISO-FIM
           END-WRITE.
           PERFORM GRAVA-AVISO.
           MOVE WS-CANAL   TO WD-CANAL.
           MOVE WS-DESTINO TO WD-DESTINO.
           PERFORM IMPRIME-AVISO.
           ADD 1 TO WS-TOTAL-AVISOS.
           EVALUATE WS-ESTAGIO
               WHEN 1 ADD 1 TO WS-TOTAL-ESTAGIO-1
               WHEN 2 ADD 1 TO WS-TOTAL-ESTAGIO-2
               WHEN 3 ADD 1 TO WS-TOTAL-ESTAGIO-3
           END-EVALUATE.
       EMITE-AVISO-FIM.
           EXIT.

      * -----------------------------------
      * DESTINO DO AVISO: O CONTATO MARCADO COMO PREFERIDO; SEM ELE,
      * CARTA PARA O ENDEREÇO ESTRUTURADO (LOGRADOURO + NÚMERO, COM
      * BAIRRO/CIDADE/CEP NAS COLUNAS PRÓPRIAS DO ARQUIVO DE AVISOS).
      * SEM LOGRADOURO NÃO HÁ DESTINO E O CANAL FICA EM BRANCO.
       ESCOLHE-DESTINO.
           MOVE SPACES TO WS-CANAL.
           MOVE SPACES TO WS-DESTINO.
           PERFORM BUSCA-CONTATO-PREFERIDO
               THRU BUSCA-CONTATO-PREFERIDO-FIM.
           IF WS-CONTATO-PREF NOT = SPACES
               MOVE WS-CONTATO-PREF-TIPO TO WS-CANAL
               MOVE WS-CONTATO-PREF      TO WS-DESTINO
               GO TO ESCOLHE-DESTINO-FIM
           END-IF.
           IF MESTRE-LOGRADOURO = SPACES
               GO TO ESCOLHE-DESTINO-FIM
           END-IF.
           MOVE "CARTA" TO WS-CANAL.
           STRING FUNCTION TRIM(MESTRE-LOGRADOURO) DELIMITED BY SIZE
                  ", "                             DELIMITED BY SIZE
                  FUNCTION TRIM(MESTRE-NUMERO)     DELIMITED BY SIZE
               INTO WS-DESTINO
           END-STRING.
       ESCOLHE-DESTINO-FIM.
           EXIT.

       BUSCA-CONTATO-PREFERIDO.
           MOVE SPACES TO WS-CONTATO-PREF.
           MOVE SPACES TO WS-CONTATO-PREF-TIPO.
           IF NOT CONTATOS-ABERTO
               GO TO BUSCA-CONTATO-PREFERIDO-FIM
           END-IF.
           MOVE 0 TO FINAL-CONTATOS.
           MOVE MESTRE-CARNET TO CTT-CARNET.
           MOVE ZEROS TO CTT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CTT-KEY
               INVALID KEY GO TO BUSCA-CONTATO-PREFERIDO-FIM
           END-START.
           PERFORM VARRE-CONTATO UNTIL FINAL-CONTATOS = 1.
       BUSCA-CONTATO-PREFERIDO-FIM.
           EXIT.

       VARRE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONTATOS
               NOT AT END
                   IF CTT-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-CONTATOS
                   ELSE
                       IF CTT-E-PREFERIDO
                           MOVE CTT-TIPO  TO WS-CONTATO-PREF-TIPO
                           MOVE CTT-VALOR TO WS-CONTATO-PREF
                           MOVE 1 TO FINAL-CONTATOS
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * LINHA DO AVISO NO ARQUIVO DE ENVIO
       GRAVA-AVISO.
           MOVE WS-CARNET-ATUAL  TO WC-CARNET.
           MOVE WS-COMPET-ANTIGA TO WC-COMPET.
           MOVE WS-ESTAGIO       TO WC-ESTAGIO.
           MOVE WS-CANAL         TO WC-CANAL.
           MOVE MESTRE-NOME      TO WC-NOME.
           MOVE WS-DESTINO       TO WC-DESTINO.
           MOVE WS-VALOR-ABERTO  TO WC-VALOR.
           IF WS-CANAL = "CARTA"
               MOVE MESTRE-BAIRRO TO WC-BAIRRO
               MOVE MESTRE-CIDADE TO WC-CIDADE
               IF MESTRE-CEP NUMERIC
                   MOVE MESTRE-CEP TO WC-CEP
               ELSE
                   MOVE ZEROS TO WC-CEP
               END-IF
           ELSE
               MOVE SPACES TO WC-BAIRRO
               MOVE SPACES TO WC-CIDADE
               MOVE SPACES TO WC-CEP
           END-IF.
           WRITE CSV-LINHA FROM WS-CSV-LINHA.

       IMPRIME-AVISO.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE WS-CARNET-ATUAL  TO WD-CARNET.
           MOVE MESTRE-NOME      TO WD-NOME.
           MOVE WS-COMPET-ANTIGA TO WD-COMPET.
           MOVE WS-ESTAGIO       TO WD-ESTAGIO.
           MOVE WS-VALOR-ABERTO  TO WD-VALOR.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * RESUMO DO DIA POR ESTÁGIO NO FIM DO RELATÓRIO
       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOTAL-AVISOS TO WR-TOTAL.
           WRITE LINHA-REL FROM WS-RODAPE-1.
           MOVE "  ESTAGIO 1 - LEMBRETE:" TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-ESTAGIO-1 TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.
           MOVE "  ESTAGIO 2 - COBRANCA FORMAL:" TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-ESTAGIO-2 TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.
           MOVE "  ESTAGIO 3 - AVISO FINAL:" TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-ESTAGIO-3 TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.
           MOVE "ESTAGIO JA EMITIDO (SEM REENVIO):"
               TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-JA-EMITIDO TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.
           MOVE "CARNETS SEM DESTINO:" TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-SEM-DESTINO TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.
           MOVE "CARNETS NAO ATIVOS (SEM AVISO):" TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-IGNORADOS TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.
           MOVE "REGUAS ENCERRADAS POR PAGAMENTO:" TO WS-RODAPE-ESTAGIO.
           MOVE WS-TOTAL-QUITADOS TO WR-ESTAGIO.
           WRITE LINHA-REL FROM WS-RODAPE-ESTAGIO.

       NOVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WB-PAGINA.
           IF WS-PAGINA > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-PAGINA.
