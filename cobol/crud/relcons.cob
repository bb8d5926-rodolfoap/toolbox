       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONS.

      * HISTÓRICO DE CONSENTIMENTOS PARA AUDITORIA: PARA CADA CARNET
      * LISTADO EM relcons.par (UM POR LINHA), IMPRIME EM relcons.lst
      * TODAS AS MANIFESTAÇÕES DO CLIENTE GRAVADAS EM
      * consentimento.dat — CANAL, SEQUÊNCIA, ACEITE OU RECUSA, DATA E
      * HORA, OPERADOR, ORIGEM E COMPROVANTE — NA ORDEM EM QUE FORAM
      * REGISTRADAS, CANAL A CANAL, COM A SITUAÇÃO VIGENTE DE CADA
      * CANAL MARCADA E RESUMIDA NO FIM DA PÁGINA. COMO NO EXTRATO, O
      * CARNET PEDIDO PODE SER UM NÚMERO ANTIGO: O RELATÓRIO SEGUE A
      * CADEIA DE TROCAS ATÉ O NÚMERO MAIS NOVO (ONDE OS REGISTROS
      * ESTÃO DEPOIS DA TROCA) E LISTA TAMBÉM O QUE AINDA ESTIVER NOS
      * NÚMEROS ANTERIORES. UM CLIENTE POR PÁGINA. CARNET INVÁLIDO OU
      * SEM CADASTRO E SEM CONSENTIMENTOS É RELACIONADO NO FIM E DÁ
      * RC=1.

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
           SELECT CONSENTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CNS
               RECORD KEY IS CNS-KEY.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "relcons.par".
       01 PAR-LINHA PIC X(20).

       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD CONSENTS VALUE OF FILE-ID IS "consentimento.dat".
           COPY consentimento.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "relcons.lst".
       01 LINHA-REL PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
           88 FS-OK VALUE ZEROS.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-CNS PIC 9(02).
       77 FINAL-PARAMETRO      PIC 9 VALUE 0.
       77 FINAL-CONSENTIMENTOS PIC 9 VALUE 0.

       77 WS-TOTAL-LIDOS      PIC 9(06) VALUE 0.
       77 WS-TOTAL-EMITIDOS   PIC 9(06) VALUE 0.
       77 WS-TOTAL-REJEITADOS PIC 9(06) VALUE 0.
       77 WS-P-CARNET PIC 9(09) VALUE 0.

      * CADEIA DE CARNETS DA TROCA, COMO NO EXTRATO:
      * WS-CAD-CARNET(1) É O NÚMERO MAIS NOVO
       77 WS-CAD-MAX PIC 9 VALUE 5.
       77 WS-CAD-QTD PIC 9 VALUE 0.
       77 WS-CAD-I   PIC 9 VALUE 0.
       77 WS-CAD-J   PIC 9 VALUE 0.
       77 WS-CAD-ATUAL PIC 9(09) VALUE 0.
       01 WS-CADEIA.
           05 WS-CAD-CARNET PIC 9(09) OCCURS 5 TIMES.

       77 WS-TEM-CADASTRO PIC X VALUE "N".
           88 TEM-CADASTRO VALUE "S".
       77 WS-CNS-NOME  PIC X(40) VALUE SPACES.
       77 WS-CNS-QTD   PIC 9(04) VALUE 0.

      * CANAIS NA ORDEM DA CHAVE DO ARQUIVO, COM A DESCRIÇÃO IMPRESSA
       01 WS-CANAIS-TAB.
           05 FILLER PIC X(09) VALUE "CCARTA".
           05 FILLER PIC X(09) VALUE "EEMAIL".
           05 FILLER PIC X(09) VALUE "SSMS".
           05 FILLER PIC X(09) VALUE "TTELEFONE".
       01 WS-CANAIS REDEFINES WS-CANAIS-TAB.
           05 WS-CANAL-ITEM OCCURS 4 TIMES.
               10 WS-CANAL-CODIGO PIC X(01).
               10 WS-CANAL-DESCR  PIC X(08).
       77 WS-CN-I   PIC 9 VALUE 0.
       77 WS-CN-IDX PIC 9 VALUE 0.

      * SITUAÇÃO VIGENTE DE CADA CANAL (MAIOR SEQUÊNCIA DO NÚMERO
      * MAIS NOVO DA CADEIA), APURADA NA PRIMEIRA PASSADA
       01 WS-VIGENTES.
           05 WS-VIG OCCURS 4 TIMES.
               10 WS-VIG-SEQ  PIC 9(03).
               10 WS-VIG-SIT  PIC X(01).
               10 WS-VIG-DATA PIC 9(08).
               10 WS-VIG-QTD  PIC 9(04).

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-PAGINA PIC 999 VALUE 0.
       77 WS-LINHAS-PAGINA PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.

       01 WS-CABECALHO.
           05 FILLER      PIC X(30) VALUE
              "HISTORICO DE CONSENTIMENTOS".
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WB-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WB-PAGINA   PIC ZZ9.
       01 WS-CAB-CARNET.
           05 FILLER      PIC X(09) VALUE "CARNET: ".
           05 WB-CARNET   PIC 9(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WB-NOME     PIC X(40).
       01 WS-CAB-CADEIA.
           05 FILLER      PIC X(29) VALUE
              "INCLUI OS CARNETS ANTERIORES:".
           05 WB-ANTERIOR PIC Z(9)9 OCCURS 4 TIMES.
       01 WS-CAB-ELO.
           05 FILLER      PIC X(28) VALUE
              "REGISTRADOS NO CARNET ANTIGO".
           05 WB-ELO      PIC 9(09).
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(10) VALUE " CANAL".
           05 FILLER      PIC X(04) VALUE "SEQ".
           05 FILLER      PIC X(07) VALUE "SITUAC".
           05 FILLER      PIC X(11) VALUE "DATA".
           05 FILLER      PIC X(06) VALUE "HORA".
           05 FILLER      PIC X(11) VALUE "OPERADOR".
           05 FILLER      PIC X(11) VALUE "ORIGEM".
           05 FILLER      PIC X(20) VALUE "COMPROVANTE".
      * UMA LINHA POR MANIFESTAÇÃO; "*" NA PRIMEIRA COLUNA MARCA A
      * SITUAÇÃO VIGENTE DO CANAL
       01 WS-DETALHE.
           05 WE-VIGENTE  PIC X(01).
           05 WE-CANAL    PIC X(08).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-SEQ      PIC 9(03).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-SITUACAO PIC X(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-DATA     PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-HORA     PIC X(05).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-OPERADOR PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-ORIGEM   PIC X(10).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WE-DOCUMENTO PIC X(20).
       01 WS-DATA-FMT.
           05 WE-DIA      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-DMES     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-DANO     PIC 9(04).
       01 WS-HORA-FMT.
           05 WE-HH       PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 WE-MI       PIC 9(02).
       01 WS-RESUMO-CAB.
           05 FILLER      PIC X(40) VALUE
              "SITUACAO VIGENTE POR CANAL (* ACIMA):".
       01 WS-RESUMO.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WX-CANAL    PIC X(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WX-SITUACAO PIC X(16).
           05 FILLER      PIC X(06) VALUE " DESDE".
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WX-DATA     PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WX-QTD      PIC ZZZ9.
           05 FILLER      PIC X(15) VALUE " MANIFESTACOES".
       01 WS-REJEITO.
           05 FILLER      PIC X(25) VALUE
              "*** SEM HISTORICO, CARNET".
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WR-CARNET   PIC X(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WR-MOTIVO   PIC X(40).
       01 WS-RODAPE.
           05 FILLER      PIC X(22) VALUE "HISTORICOS EMITIDOS: ".
           05 WR-TOTAL    PIC ZZZ,ZZ9.
           05 FILLER      PIC X(16) VALUE "  REJEITADOS: ".
           05 WR-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WB-DATA.
           OPEN INPUT PARAMETRO.
           IF FS-STAT-PAR NOT = ZEROS
               DISPLAY "SEM relcons.par, NADA A EMITIR"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONSENTS.
           IF FS-STAT-CNS NOT = ZEROS
               DISPLAY "SEM consentimento.dat, NADA A EMITIR"
               CLOSE PARAMETRO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               CLOSE PARAMETRO
               CLOSE CONSENTS
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.
           PERFORM TRATA-PEDIDO UNTIL FINAL-PARAMETRO = 1.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOTAL-EMITIDOS   TO WR-TOTAL.
           MOVE WS-TOTAL-REJEITADOS TO WR-REJEITADOS.
           WRITE LINHA-REL FROM WS-RODAPE.
           CLOSE PARAMETRO.
           CLOSE CONSENTS.
           CLOSE FILE1.
           CLOSE RELATORIO.
           DISPLAY "CARNETS LIDOS: "       WS-TOTAL-LIDOS.
           DISPLAY "HISTORICOS GRAVADOS: " WS-TOTAL-EMITIDOS.
           DISPLAY "CARNETS REJEITADOS: "  WS-TOTAL-REJEITADOS.
           IF WS-TOTAL-REJEITADOS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * UMA LINHA DO PEDIDO: LINHA EM BRANCO É IGNORADA.
       TRATA-PEDIDO.
           IF PAR-LINHA NOT = SPACES
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM EMITE-HISTORICO THRU EMITE-HISTORICO-FIM
           END-IF.
           READ PARAMETRO
               AT END MOVE 1 TO FINAL-PARAMETRO
           END-READ.

      * -----------------------------------
      * MONTA A CADEIA DO CARNET PEDIDO, APURA A SITUAÇÃO VIGENTE NO
      * NÚMERO MAIS NOVO E IMPRIME AS MANIFESTAÇÕES DE CADA ELO, DO
      * MAIS ANTIGO PARA O MAIS NOVO.
       EMITE-HISTORICO.
           MOVE PAR-LINHA(1:9) TO WR-CARNET.
           MOVE PAR-LINHA(1:9) TO WS-P-CARNET.
           IF PAR-LINHA(1:9) NOT NUMERIC OR WS-P-CARNET = ZEROS
               MOVE "CARNET INVALIDO" TO WR-MOTIVO
               PERFORM REJEITA-PEDIDO
               GO TO EMITE-HISTORICO-FIM
           END-IF.
           PERFORM MONTA-CADEIA THRU MONTA-CADEIA-FIM.
           PERFORM LE-CLIENTE-HISTORICO.
           MOVE 0 TO WS-CNS-QTD.
           PERFORM LIMPA-VIGENTE
               VARYING WS-CN-I FROM 1 BY 1 UNTIL WS-CN-I > 4.
           PERFORM CONTA-MANIFESTACOES
               VARYING WS-CAD-I FROM 1 BY 1
               UNTIL WS-CAD-I > WS-CAD-QTD.
           IF WS-CNS-QTD = 0 AND NOT TEM-CADASTRO
               MOVE "SEM CADASTRO E SEM CONSENTIMENTOS" TO WR-MOTIVO
               PERFORM REJEITA-PEDIDO
               GO TO EMITE-HISTORICO-FIM
           END-IF.
           ADD 1 TO WS-TOTAL-EMITIDOS.
           PERFORM NOVA-PAGINA.
           IF WS-CNS-QTD = 0
               MOVE "NENHUMA MANIFESTACAO REGISTRADA"
                   TO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           PERFORM IMPRIME-ELO
               VARYING WS-CAD-I FROM WS-CAD-QTD BY -1
               UNTIL WS-CAD-I < 1.
           IF WS-LINHAS-PAGINA + 6 > WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-RESUMO-CAB.
           PERFORM IMPRIME-RESUMO
               VARYING WS-CN-I FROM 1 BY 1 UNTIL WS-CN-I > 4.
       EMITE-HISTORICO-FIM.
           EXIT.

       REJEITA-PEDIDO.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           IF WS-PAGINA = 0
               PERFORM NOVA-PAGINA-REJEITO
           END-IF.
           WRITE LINHA-REL FROM WS-REJEITO.
           DISPLAY "CARNET " WR-CARNET ": " WR-MOTIVO.

      * -----------------------------------
      * MONTA A CADEIA DE CARNETS DA TROCA: SEGUE OS SUCESSORES ATÉ
      * O NÚMERO MAIS NOVO E DEPOIS COLETA PARA TRÁS PELOS
      * ANTECESSORES (MESMA REGRA DA MONTA-CADEIA DO CLIENTES).
       MONTA-CADEIA.
           MOVE 0 TO WS-CAD-QTD.
           MOVE WS-P-CARNET TO WS-CAD-ATUAL.
           PERFORM SEGUE-SUCESSOR
               VARYING WS-CAD-I FROM 1 BY 1
               UNTIL WS-CAD-I > WS-CAD-MAX.
           PERFORM COLETA-ANTERIOR
               VARYING WS-CAD-I FROM 1 BY 1
               UNTIL WS-CAD-I > WS-CAD-MAX
                   OR WS-CAD-ATUAL = ZEROS.
       MONTA-CADEIA-FIM.
           EXIT.

       SEGUE-SUCESSOR.
           MOVE WS-CAD-ATUAL TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MESTRE-TRANSFERIDO
                       AND MESTRE-CARNET-SUCESSOR NUMERIC
                       AND MESTRE-CARNET-SUCESSOR > 0
                       MOVE MESTRE-CARNET-SUCESSOR TO WS-CAD-ATUAL
                   END-IF
           END-READ.

       COLETA-ANTERIOR.
           ADD 1 TO WS-CAD-QTD.
           MOVE WS-CAD-ATUAL TO WS-CAD-CARNET(WS-CAD-QTD).
           MOVE WS-CAD-ATUAL TO MESTRE-CARNET.
           MOVE 0 TO WS-CAD-ATUAL.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MESTRE-CARNET-ANTERIOR NUMERIC
                       AND MESTRE-CARNET-ANTERIOR > 0
                       MOVE MESTRE-CARNET-ANTERIOR TO WS-CAD-ATUAL
                   END-IF
           END-READ.

      * NOME DO NÚMERO MAIS NOVO DA CADEIA
       LE-CLIENTE-HISTORICO.
           MOVE "N" TO WS-TEM-CADASTRO.
           MOVE SPACES TO WS-CNS-NOME.
           MOVE WS-CAD-CARNET(1) TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-CADASTRO
                   MOVE MESTRE-NOME TO WS-CNS-NOME
           END-READ.

       LIMPA-VIGENTE.
           MOVE ZEROS  TO WS-VIG-SEQ(WS-CN-I).
           MOVE SPACES TO WS-VIG-SIT(WS-CN-I).
           MOVE ZEROS  TO WS-VIG-DATA(WS-CN-I).
           MOVE ZEROS  TO WS-VIG-QTD(WS-CN-I).

      * -----------------------------------
      * PRIMEIRA PASSADA: CONTA AS MANIFESTAÇÕES DE CADA ELO E, NO
      * NÚMERO MAIS NOVO, GUARDA A ÚLTIMA DE CADA CANAL (A CHAVE VEM
      * EM ORDEM DE CANAL E SEQUÊNCIA, ENTÃO A ÚLTIMA LIDA É A VIGENTE).
       CONTA-MANIFESTACOES.
           MOVE 0 TO FINAL-CONSENTIMENTOS.
           MOVE WS-CAD-CARNET(WS-CAD-I) TO CNS-CARNET.
           MOVE LOW-VALUES TO CNS-CANAL.
           MOVE ZEROS TO CNS-SEQ.
           START CONSENTS KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY MOVE 1 TO FINAL-CONSENTIMENTOS
           END-START.
           PERFORM CONTA-MANIFESTACAO
               UNTIL FINAL-CONSENTIMENTOS = 1.

       CONTA-MANIFESTACAO.
           READ CONSENTS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONSENTIMENTOS
               NOT AT END
                   IF CNS-CARNET NOT = WS-CAD-CARNET(WS-CAD-I)
                       MOVE 1 TO FINAL-CONSENTIMENTOS
                   ELSE
                       ADD 1 TO WS-CNS-QTD
                       PERFORM ACHA-CANAL
                       IF WS-CN-IDX > 0
                           ADD 1 TO WS-VIG-QTD(WS-CN-IDX)
                           IF WS-CAD-I = 1
                               MOVE CNS-SEQ
                                   TO WS-VIG-SEQ(WS-CN-IDX)
                               MOVE CNS-SITUACAO
                                   TO WS-VIG-SIT(WS-CN-IDX)
                               MOVE CNS-DATA
                                   TO WS-VIG-DATA(WS-CN-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * POSIÇÃO DO CANAL DO REGISTRO NA TABELA (ZERO SE DESCONHECIDO)
       ACHA-CANAL.
           MOVE 0 TO WS-CN-IDX.
           PERFORM PROCURA-CANAL
               VARYING WS-CN-I FROM 1 BY 1
               UNTIL WS-CN-I > 4 OR WS-CN-IDX > 0.

       PROCURA-CANAL.
           IF WS-CANAL-CODIGO(WS-CN-I) = CNS-CANAL
               MOVE WS-CN-I TO WS-CN-IDX
           END-IF.

      * -----------------------------------
      * IMPRIME AS MANIFESTAÇÕES DE UM ELO DA CADEIA
       IMPRIME-ELO.
           IF WS-CAD-I > 1
               MOVE WS-CAD-CARNET(WS-CAD-I) TO WB-ELO
           END-IF.
           MOVE 0 TO FINAL-CONSENTIMENTOS.
           MOVE WS-CAD-CARNET(WS-CAD-I) TO CNS-CARNET.
           MOVE LOW-VALUES TO CNS-CANAL.
           MOVE ZEROS TO CNS-SEQ.
           START CONSENTS KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY MOVE 1 TO FINAL-CONSENTIMENTOS
           END-START.
           PERFORM IMPRIME-MANIFESTACAO
               UNTIL FINAL-CONSENTIMENTOS = 1.

       IMPRIME-MANIFESTACAO.
           READ CONSENTS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONSENTIMENTOS
               NOT AT END
                   IF CNS-CARNET NOT = WS-CAD-CARNET(WS-CAD-I)
                       MOVE 1 TO FINAL-CONSENTIMENTOS
                   ELSE
                       PERFORM IMPRIME-LINHA-HISTORICO
                   END-IF
           END-READ.

      * O ELO ANTIGO GANHA UMA LINHA DE TÍTULO ANTES DO PRIMEIRO
      * REGISTRO (WB-ELO É ZERADO DEPOIS DE IMPRESSO)
       IMPRIME-LINHA-HISTORICO.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
               PERFORM NOVA-PAGINA
           END-IF.
           IF WS-CAD-I > 1 AND WB-ELO NOT = ZEROS
               WRITE LINHA-REL FROM WS-CAB-ELO
               ADD 1 TO WS-LINHAS-PAGINA
               MOVE ZEROS TO WB-ELO
           END-IF.
           PERFORM ACHA-CANAL.
           MOVE SPACES TO WE-VIGENTE.
           IF WS-CN-IDX > 0
               MOVE WS-CANAL-DESCR(WS-CN-IDX) TO WE-CANAL
               IF WS-CAD-I = 1
                   AND CNS-SEQ = WS-VIG-SEQ(WS-CN-IDX)
                   MOVE "*" TO WE-VIGENTE
               END-IF
           ELSE
               MOVE CNS-CANAL TO WE-CANAL
           END-IF.
           MOVE CNS-SEQ TO WE-SEQ.
           EVALUATE TRUE
               WHEN CNS-ACEITE
                   MOVE "ACEITE" TO WE-SITUACAO
               WHEN CNS-RECUSA
                   MOVE "RECUSA" TO WE-SITUACAO
               WHEN OTHER
                   MOVE CNS-SITUACAO TO WE-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO WE-DATA.
           IF CNS-DATA NUMERIC AND CNS-DATA > ZEROS
               MOVE CNS-DATA(7:2) TO WE-DIA
               MOVE CNS-DATA(5:2) TO WE-DMES
               MOVE CNS-DATA(1:4) TO WE-DANO
               MOVE WS-DATA-FMT TO WE-DATA
           END-IF.
           MOVE SPACES TO WE-HORA.
           IF CNS-HORA NUMERIC
               MOVE CNS-HORA(1:2) TO WE-HH
               MOVE CNS-HORA(3:2) TO WE-MI
               MOVE WS-HORA-FMT TO WE-HORA
           END-IF.
           MOVE CNS-OPERADOR TO WE-OPERADOR.
           EVALUATE TRUE
               WHEN CNS-ORIGEM-BALCAO
                   MOVE "BALCAO"     TO WE-ORIGEM
               WHEN CNS-ORIGEM-TELEFONE
                   MOVE "TELEFONE"   TO WE-ORIGEM
               WHEN CNS-ORIGEM-FORMULARIO
                   MOVE "FORMULARIO" TO WE-ORIGEM
               WHEN CNS-ORIGEM-EMAIL
                   MOVE "E-MAIL"     TO WE-ORIGEM
               WHEN OTHER
                   MOVE CNS-ORIGEM   TO WE-ORIGEM
           END-EVALUATE.
           MOVE CNS-DOCUMENTO TO WE-DOCUMENTO.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-PAGINA.

      * RESUMO: UMA LINHA POR CANAL, MESMO SEM REGISTRO (SEM
      * MANIFESTAÇÃO NÃO HÁ ACEITE, E O SELECLI NÃO SELECIONA)
       IMPRIME-RESUMO.
           MOVE WS-CANAL-DESCR(WS-CN-I) TO WX-CANAL.
           MOVE SPACES TO WX-DATA.
           EVALUATE WS-VIG-SIT(WS-CN-I)
               WHEN "I"
                   MOVE "ACEITE"         TO WX-SITUACAO
               WHEN "O"
                   MOVE "RECUSA"         TO WX-SITUACAO
               WHEN OTHER
                   MOVE "SEM MANIFESTACAO" TO WX-SITUACAO
           END-EVALUATE.
           IF WS-VIG-DATA(WS-CN-I) > ZEROS
               MOVE WS-VIG-DATA(WS-CN-I)(7:2) TO WE-DIA
               MOVE WS-VIG-DATA(WS-CN-I)(5:2) TO WE-DMES
               MOVE WS-VIG-DATA(WS-CN-I)(1:4) TO WE-DANO
               MOVE WS-DATA-FMT TO WX-DATA
           END-IF.
           MOVE WS-VIG-QTD(WS-CN-I) TO WX-QTD.
           WRITE LINHA-REL FROM WS-RESUMO.
           ADD 1 TO WS-LINHAS-PAGINA.

      * -----------------------------------
      * CABEÇALHO: NOME DO NÚMERO MAIS NOVO E OS NÚMEROS ANTERIORES
      * DA CADEIA, SE HOUVER.
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
           MOVE WS-CAD-CARNET(1) TO WB-CARNET.
           MOVE WS-CNS-NOME      TO WB-NOME.
           WRITE LINHA-REL FROM WS-CAB-CARNET.
           IF WS-CAD-QTD > 1
               MOVE ZEROS TO WB-ANTERIOR(1)
               MOVE ZEROS TO WB-ANTERIOR(2)
               MOVE ZEROS TO WB-ANTERIOR(3)
               MOVE ZEROS TO WB-ANTERIOR(4)
               PERFORM MONTA-ANTERIOR
                   VARYING WS-CAD-J FROM 2 BY 1
                   UNTIL WS-CAD-J > WS-CAD-QTD
               WRITE LINHA-REL FROM WS-CAB-CADEIA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-PAGINA.

      * ÍNDICE PRÓPRIO: NA CONTINUAÇÃO DE UM HISTÓRICO LONGO A PÁGINA
      * É ABERTA DENTRO DO IMPRIME-ELO, QUE VARIA O WS-CAD-I
       MONTA-ANTERIOR.
           MOVE WS-CAD-CARNET(WS-CAD-J) TO WB-ANTERIOR(WS-CAD-J - 1).

      * PÁGINA DO RELATÓRIO QUANDO O PRIMEIRO PEDIDO JÁ É REJEITADO
       NOVA-PAGINA-REJEITO.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WB-PAGINA.
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
