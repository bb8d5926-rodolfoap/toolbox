       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMCASA.

      * AGRUPAMENTO DOS CLIENTES EM DOMICÍLIOS PELO ENDEREÇO: VARRE
      * clientemestre.dat E JUNTA OS CLIENTES ATIVOS QUE MORAM NO
      * MESMO ENDEREÇO ESTRUTURADO (MESMO CEP, LOGRADOURO E NÚMERO)
      * NUM DOMICÍLIO DE domicilios.dat (VEJA domicilio.cpy), COM UM
      * TITULAR E OS DEMAIS COMO DEPENDENTES. CLIENTE AINDA SEM CEP
      * OU SEM LOGRADOURO (NÃO CONVERTIDO PELO ENDCONV) NÃO ENTRA.
      * OS ENDEREÇOS PASSAM POR UM ARQUIVO DE TRABALHO INDEXADO POR
      * CEP+LOGRADOURO+NÚMERO+CARNET (domcasa.tmp), QUE DÁ A QUEBRA
      * POR ENDEREÇO E É APAGADO NO FIM.
      *
      * SÓ O AGRUPAMENTO SEGURO É GRAVADO:
      *   - NENHUM MORADOR AINDA EM DOMICÍLIO: NASCE UM DOMICÍLIO
      *     NOVO (NÚMERO DO numeracao.dat, CHAVE "D"), COM TITULAR O
      *     CLIENTE MAIS ANTIGO (MENOR DATA DE CADASTRO E, NO EMPATE,
      *     MENOR CARNET);
      *   - OS JÁ AGRUPADOS ESTÃO TODOS NUM MESMO DOMICÍLIO: OS
      *     MORADORES NOVOS ENTRAM NELE COMO DEPENDENTES.
      * O AGRUPAMENTO DUVIDOSO NÃO MEXE EM NADA E VAI PARA A LISTA
      * DE REVISÃO DO BALCÃO (domcasa_revisao.lst), COM O MOTIVO:
      *   MEMBROS EM DOMICILIOS DIFERENTES - JÁ AGRUPADOS EM MAIS DE
      *                      UM DOMICÍLIO NO MESMO ENDEREÇO;
      *   ENDERECO SEM NUMERO - NÚMERO EM BRANCO OU S/N (PODE SER A
      *                      RUA INTEIRA);
      *   MORADORES ACIMA DO LIMITE - MAIS DE WS-MAX-MORADORES (PRÉDIO,
      *                      PENSÃO, ENDEREÇO COMERCIAL);
      *   SOBRENOMES DIFERENTES - O ÚLTIMO SOBRENOME (SEM FILHO,
      *                      JUNIOR, NETO, SOBRINHO) NÃO É O MESMO
      *                      PARA TODOS.
      * O BALCÃO RESOLVE A REVISÃO NA OPÇÃO F DO CLIENTES. O CARNET
      * QUE O BALCÃO RETIROU DE UM DOMICÍLIO (PAPEL "F") NUNCA É
      * AGRUPADO AQUI DE NOVO. O QUE FOI GRAVADO SAI EM domcasa.lst.
      * RC=0 SEM REVISÃO, RC=1 COM GRUPOS PARA REVISÃO OU ERRO DE
      * GRAVAÇÃO (AVISO: O JOB SEGUE), RC=2 SEM O CADASTRO OU SEM O
      * CONTROLE DE NUMERAÇÃO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS MESTRE-KEY
               ALTERNATE RECORD KEY IS MESTRE-NOME WITH DUPLICATES.
           SELECT DOMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-DOM
               RECORD KEY IS DOM-KEY
               ALTERNATE RECORD KEY IS DOM-ID WITH DUPLICATES.
           SELECT NUMCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-NUM
               RECORD KEY IS NUM-KEY.
           SELECT ENDERECOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-END
               RECORD KEY IS END-KEY.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVISAO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE1 VALUE OF FILE-ID IS "clientemestre.dat".
           COPY clientemestre.

       FD DOMFILE VALUE OF FILE-ID IS "domicilios.dat".
           COPY domicilio.

      * CONTROLE DE NUMERAÇÃO DO CLIENTES: A CHAVE "D" NUMERA OS
      * DOMICÍLIOS (A "C" É DOS CARNETS E A "R" DOS RECIBOS)
       FD NUMCTL VALUE OF FILE-ID IS "numeracao.dat".
       01 NUM-REC.
           05 NUM-KEY              PIC X(01).
           05 NUM-ULTIMO-CARNET    PIC 9(09).
           05 NUM-ULTIMO-DOMICILIO REDEFINES NUM-ULTIMO-CARNET
                                   PIC 9(09).

       FD ENDERECOS VALUE OF FILE-ID IS "domcasa.tmp".
       01 END-REC.
           05 END-KEY.
               10 END-CEP        PIC 9(08).
               10 END-LOGRADOURO PIC X(30).
               10 END-NUMERO     PIC X(06).
               10 END-CARNET     PIC 9(09).
           05 END-NOME           PIC X(40).
           05 END-DATA-CADASTRO  PIC 9(08).

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "domcasa.lst".
       01 LINHA-REL PIC X(100).

       FD REVISAO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "domcasa_revisao.lst".
       01 LINHA-REV PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
       77 FS-STAT-DOM PIC 9(02).
           88 FS-DOM-NAO-EXISTE VALUE 35.
       77 FS-STAT-NUM PIC 9(02).
           88 FS-NUM-BLOQUEADO  VALUE 51.
       77 FS-STAT-END PIC 9(02).
       77 FINAL-ARQUIVO   PIC 9 VALUE 0.
       77 FINAL-ENDERECOS PIC 9 VALUE 0.
       77 WS-ARQ-TMP PIC X(30) VALUE "domcasa.tmp".
       77 WS-OPERADOR PIC X(10) VALUE "DOMCASA".

      * LIMITE DE MORADORES DE UM DOMICÍLIO AGRUPADO SEM REVISÃO
       77 WS-MAX-MORADORES PIC 99 VALUE 06.

       77 WS-LOCK-TENTATIVAS PIC 99 VALUE 0.
       77 WS-LOCK-MAX PIC 99 VALUE 05.
       77 WS-ESPERA-NANOSEG PIC 9(9) VALUE 200000000.

       77 WS-TOTAL-LIDOS        PIC 9(06) VALUE 0.
       77 WS-TOTAL-ATIVOS       PIC 9(06) VALUE 0.
       77 WS-TOTAL-SEM-ENDERECO PIC 9(06) VALUE 0.
       77 WS-TOTAL-CRIADOS      PIC 9(06) VALUE 0.
       77 WS-TOTAL-AMPLIADOS    PIC 9(06) VALUE 0.
       77 WS-TOTAL-VINCULADOS   PIC 9(06) VALUE 0.
       77 WS-TOTAL-JA-AGRUPADOS PIC 9(06) VALUE 0.
       77 WS-TOTAL-REVISAO      PIC 9(06) VALUE 0.
       77 WS-TOTAL-ERROS        PIC 9(06) VALUE 0.

      * MORADORES DO ENDEREÇO CORRENTE; O QUE PASSAR DA TABELA SÓ É
      * CONTADO (E LEVA O GRUPO PARA A REVISÃO PELO LIMITE)
       77 WS-G-MAX       PIC 99 VALUE 20.
       77 WS-G-QTD       PIC 99 VALUE 0.
       77 WS-G-EXCESSO   PIC 9(04) VALUE 0.
       77 WS-G-I         PIC 99 VALUE 0.
       77 WS-G-TIT       PIC 99 VALUE 0.
       77 WS-G-ELEGIVEIS PIC 99 VALUE 0.
       77 WS-G-NOVOS     PIC 99 VALUE 0.
       77 WS-G-ID        PIC 9(07) VALUE 0.
       77 WS-G-CEP        PIC 9(08) VALUE 0.
       77 WS-G-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WS-G-NUMERO     PIC X(06) VALUE SPACES.
       77 WS-G-SOBRENOME  PIC X(20) VALUE SPACES.
       77 WS-G-MOTIVO     PIC X(34) VALUE SPACES.
       77 WS-G-RESULTADO  PIC X(20) VALUE SPACES.
       77 WS-G-IDS-DIFERENTES PIC X VALUE "N".
           88 IDS-DIFERENTES VALUE "S".
       77 WS-G-SOBRENOME-DIFERE PIC X VALUE "N".
           88 SOBRENOME-DIFERE VALUE "S".
       01 WS-GRUPO.
           05 WS-GM OCCURS 20 TIMES.
               10 WS-GM-CARNET   PIC 9(09).
               10 WS-GM-NOME     PIC X(40).
               10 WS-GM-CADASTRO PIC 9(08).
               10 WS-GM-DOM-ID   PIC 9(07).
               10 WS-GM-PAPEL    PIC X(01).
               10 WS-GM-NOVO     PIC X(01).

      * SOBRENOME (ÚLTIMA PALAVRA DO NOME, PULANDO OS AGNOMES)
       77 WS-SN-NOME      PIC X(40) VALUE SPACES.
       77 WS-SN-INVERTIDO PIC X(40) VALUE SPACES.
       77 WS-SN-PAL1      PIC X(40) VALUE SPACES.
       77 WS-SN-PAL2      PIC X(40) VALUE SPACES.
       77 WS-SN-SOBRENOME PIC X(20) VALUE SPACES.
           88 SN-AGNOME VALUE "FILHO" "JUNIOR" "JR" "NETO"
                              "SOBRINHO".

       77 WS-NOVO-ID PIC 9(07) VALUE 0.

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 WS-DH-HORA PIC 9(08).
           05 FILLER     PIC X(05).

       77 WS-PAGINA-REL PIC 999 VALUE 0.
       77 WS-LINHAS-REL PIC 99 VALUE 0.
       77 WS-PAGINA-REV PIC 999 VALUE 0.
       77 WS-LINHAS-REV PIC 99 VALUE 0.
       77 WS-MAX-LINHAS PIC 99 VALUE 50.

       01 WS-CABECALHO.
           05 WC-TITULO   PIC X(40).
           05 FILLER      PIC X(07) VALUE "  DATA ".
           05 WC-DATA     PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WC-PAGINA   PIC ZZ9.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(15) VALUE "    CARNET".
           05 FILLER      PIC X(12) VALUE "PAPEL".
           05 FILLER      PIC X(09) VALUE "DOMIC.".
           05 FILLER      PIC X(10) VALUE "CADASTRO".
           05 FILLER      PIC X(42) VALUE "NOME".
       01 WS-LINHA-ENDERECO.
           05 FILLER      PIC X(10) VALUE "ENDERECO: ".
           05 WE-LOGRADOURO PIC X(30).
           05 FILLER      PIC X(06) VALUE "  NR: ".
           05 WE-NUMERO   PIC X(06).
           05 FILLER      PIC X(07) VALUE "  CEP: ".
           05 WE-CEP      PIC 9(08).
       01 WS-LINHA-RESULTADO.
           05 FILLER      PIC X(04) VALUE SPACES.
           05 WT-ROTULO   PIC X(11).
           05 WT-ID       PIC Z(6)9 BLANK WHEN ZEROS.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WT-TEXTO    PIC X(34).
       01 WS-DETALHE.
           05 FILLER      PIC X(04) VALUE SPACES.
           05 WD-CARNET   PIC Z(8)9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-PAPEL    PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-DOMICILIO PIC Z(6)9 BLANK WHEN ZEROS.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-CADASTRO PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME     PIC X(40).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-OBS      PIC X(06).
       01 WS-RODAPE.
           05 WR-ROTULO   PIC X(40).
           05 WR-TOTAL    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DH-DATA TO WC-DATA.
           PERFORM ABRIR-ARQUIVOS.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM GUARDA-ENDERECO UNTIL FINAL-ARQUIVO = 1.
           CLOSE FILE1.
           PERFORM NOVA-PAGINA-REL.
           PERFORM NOVA-PAGINA-REV.
           PERFORM PROCESSA-ENDERECOS.
           PERFORM IMPRIME-RODAPES.
           CLOSE ENDERECOS.
           CLOSE DOMFILE.
           CLOSE NUMCTL.
           CLOSE RELATORIO.
           CLOSE REVISAO.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-TMP.
           DISPLAY "REGISTROS LIDOS: "            WS-TOTAL-LIDOS.
           DISPLAY "ATIVOS SEM ENDERECO ESTRUTURADO: "
               WS-TOTAL-SEM-ENDERECO.
           DISPLAY "DOMICILIOS CRIADOS: "         WS-TOTAL-CRIADOS.
           DISPLAY "DOMICILIOS AMPLIADOS: "       WS-TOTAL-AMPLIADOS.
           DISPLAY "CLIENTES GRAVADOS EM DOMICILIO: "
               WS-TOTAL-VINCULADOS.
           DISPLAY "ENDERECOS JA AGRUPADOS: "     WS-TOTAL-JA-AGRUPADOS.
           DISPLAY "ENDERECOS PARA REVISAO (VEJA domcasa_revisao.lst): "
               WS-TOTAL-REVISAO.
           DISPLAY "ERROS DE GRAVACAO: "          WS-TOTAL-ERROS.
           IF WS-TOTAL-REVISAO > 0 OR WS-TOTAL-ERROS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * SEM O CADASTRO OU SEM O CONTROLE DE NUMERAÇÃO NÃO HÁ O QUE
      * AGRUPAR (O numeracao.dat É CRIADO PELO CLIENTES, COM A
      * SEMENTE DOS CARNETS; AQUI ELE NUNCA É CRIADO). O ARQUIVO DE
      * DOMICÍLIOS NASCE NA PRIMEIRA EXECUÇÃO.
       ABRIR-ARQUIVOS.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O NUMCTL.
           IF FS-STAT-NUM NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR numeracao.dat"
               CLOSE FILE1
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DOMFILE.
           IF FS-DOM-NAO-EXISTE
               OPEN OUTPUT DOMFILE
               CLOSE DOMFILE
               OPEN I-O DOMFILE
           END-IF.
           OPEN OUTPUT ENDERECOS.
           CLOSE ENDERECOS.
           OPEN I-O ENDERECOS.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT REVISAO.

      * -----------------------------------
      * GUARDA O ENDEREÇO DO CLIENTE ATIVO NO ARQUIVO DE TRABALHO.
      * LOGRADOURO E NÚMERO ENTRAM EM MAIÚSCULAS E ALINHADOS À
      * ESQUERDA, PARA A QUEBRA NÃO DEPENDER DE COMO FORAM DIGITADOS.
       GUARDA-ENDERECO.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF MESTRE-ATIVO
               ADD 1 TO WS-TOTAL-ATIVOS
               IF MESTRE-CEP NOT NUMERIC OR MESTRE-CEP = ZEROS
                   OR MESTRE-LOGRADOURO = SPACES
                   ADD 1 TO WS-TOTAL-SEM-ENDERECO
               ELSE
                   MOVE MESTRE-CEP TO END-CEP
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(MESTRE-LOGRADOURO))
                       TO END-LOGRADOURO
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(MESTRE-NUMERO))
                       TO END-NUMERO
                   MOVE MESTRE-CARNET TO END-CARNET
                   MOVE MESTRE-NOME   TO END-NOME
                   IF MESTRE-DATA-CADASTRO NUMERIC
                       MOVE MESTRE-DATA-CADASTRO TO END-DATA-CADASTRO
                   ELSE
                       MOVE ZEROS TO END-DATA-CADASTRO
                   END-IF
                   WRITE END-REC
                       INVALID KEY
                           DISPLAY "CARNET REPETIDO NA VARREDURA: "
                               MESTRE-CARNET
                   END-WRITE
               END-IF
           END-IF.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.

      * -----------------------------------
      * PERCORRE O ARQUIVO DE TRABALHO NA ORDEM DO ENDEREÇO, JUNTANDO
      * OS MORADORES DE CADA ENDEREÇO NA TABELA DO GRUPO.
       PROCESSA-ENDERECOS.
           MOVE 0 TO FINAL-ENDERECOS.
           MOVE ZEROS TO END-KEY.
           START ENDERECOS KEY IS NOT LESS THAN END-KEY
               INVALID KEY MOVE 1 TO FINAL-ENDERECOS
           END-START.
           IF FINAL-ENDERECOS = 0
               READ ENDERECOS NEXT RECORD
                   AT END MOVE 1 TO FINAL-ENDERECOS
               END-READ
           END-IF.
           PERFORM MONTA-GRUPO UNTIL FINAL-ENDERECOS = 1.

       MONTA-GRUPO.
           MOVE END-CEP        TO WS-G-CEP.
           MOVE END-LOGRADOURO TO WS-G-LOGRADOURO.
           MOVE END-NUMERO     TO WS-G-NUMERO.
           MOVE 0 TO WS-G-QTD.
           MOVE 0 TO WS-G-EXCESSO.
           PERFORM ACUMULA-MORADOR
               UNTIL FINAL-ENDERECOS = 1
                  OR END-CEP        NOT = WS-G-CEP
                  OR END-LOGRADOURO NOT = WS-G-LOGRADOURO
                  OR END-NUMERO     NOT = WS-G-NUMERO.
           IF WS-G-QTD + WS-G-EXCESSO > 1
               PERFORM AVALIA-GRUPO THRU AVALIA-GRUPO-FIM
           END-IF.

       ACUMULA-MORADOR.
           IF WS-G-QTD < WS-G-MAX
               ADD 1 TO WS-G-QTD
               MOVE END-CARNET        TO WS-GM-CARNET(WS-G-QTD)
               MOVE END-NOME          TO WS-GM-NOME(WS-G-QTD)
               MOVE END-DATA-CADASTRO TO WS-GM-CADASTRO(WS-G-QTD)
               MOVE ZEROS             TO WS-GM-DOM-ID(WS-G-QTD)
               MOVE SPACE             TO WS-GM-PAPEL(WS-G-QTD)
               MOVE "N"               TO WS-GM-NOVO(WS-G-QTD)
           ELSE
               ADD 1 TO WS-G-EXCESSO
           END-IF.
           READ ENDERECOS NEXT RECORD
               AT END MOVE 1 TO FINAL-ENDERECOS
           END-READ.

      * -----------------------------------
      * DECIDE O GRUPO DE UM ENDEREÇO COM MAIS DE UM MORADOR: NADA A
      * FAZER, AGRUPAMENTO SEGURO (GRAVA) OU DUVIDOSO (REVISÃO).
       AVALIA-GRUPO.
           MOVE 0 TO WS-G-ELEGIVEIS.
           MOVE 0 TO WS-G-NOVOS.
           MOVE ZEROS TO WS-G-ID.
           MOVE "N" TO WS-G-IDS-DIFERENTES.
           PERFORM SITUA-MORADOR
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.
      * SÓ UM MORADOR QUE PODE SER AGRUPADO (OS OUTROS O BALCÃO JÁ
      * RETIROU), OU TODOS JÁ NUM MESMO DOMICÍLIO: NADA A FAZER
           IF WS-G-ELEGIVEIS + WS-G-EXCESSO < 2
               GO TO AVALIA-GRUPO-FIM
           END-IF.
           IF WS-G-NOVOS = 0 AND WS-G-EXCESSO = 0
               AND NOT IDS-DIFERENTES
               ADD 1 TO WS-TOTAL-JA-AGRUPADOS
               GO TO AVALIA-GRUPO-FIM
           END-IF.
           MOVE SPACES TO WS-G-MOTIVO.
           EVALUATE TRUE
               WHEN IDS-DIFERENTES
                   MOVE "MEMBROS EM DOMICILIOS DIFERENTES"
                       TO WS-G-MOTIVO
               WHEN WS-G-NUMERO = SPACES OR "S/N" OR "SN"
                   MOVE "ENDERECO SEM NUMERO" TO WS-G-MOTIVO
               WHEN WS-G-ELEGIVEIS > WS-MAX-MORADORES
                   OR WS-G-EXCESSO > 0
                   MOVE "MORADORES ACIMA DO LIMITE" TO WS-G-MOTIVO
               WHEN OTHER
                   PERFORM CONFERE-SOBRENOMES
                   IF SOBRENOME-DIFERE
                       MOVE "SOBRENOMES DIFERENTES" TO WS-G-MOTIVO
                   END-IF
           END-EVALUATE.
           IF WS-G-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-REVISAO
               PERFORM IMPRIME-REVISAO
               GO TO AVALIA-GRUPO-FIM
           END-IF.
           IF WS-G-ID = ZEROS
               PERFORM CRIA-DOMICILIO THRU CRIA-DOMICILIO-FIM
           ELSE
               PERFORM AMPLIA-DOMICILIO
           END-IF.
       AVALIA-GRUPO-FIM.
           EXIT.

      * SITUAÇÃO DO MORADOR EM domicilios.dat: SEM REGISTRO (NOVO),
      * RETIRADO PELO BALCÃO ("F", FICA DE FORA) OU MEMBRO DE UM
      * DOMICÍLIO (GUARDA O NÚMERO E VÊ SE HÁ MAIS DE UM NO ENDEREÇO)
       SITUA-MORADOR.
           MOVE WS-GM-CARNET(WS-G-I) TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY
                   ADD 1 TO WS-G-ELEGIVEIS
                   ADD 1 TO WS-G-NOVOS
               NOT INVALID KEY
                   MOVE DOM-ID    TO WS-GM-DOM-ID(WS-G-I)
                   MOVE DOM-PAPEL TO WS-GM-PAPEL(WS-G-I)
                   IF DOM-MEMBRO
                       ADD 1 TO WS-G-ELEGIVEIS
                       IF WS-G-ID = ZEROS
                           MOVE DOM-ID TO WS-G-ID
                       ELSE
                           IF DOM-ID NOT = WS-G-ID
                               MOVE "S" TO WS-G-IDS-DIFERENTES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * TODOS OS MORADORES AGRUPÁVEIS TÊM DE TER O MESMO SOBRENOME
       CONFERE-SOBRENOMES.
           MOVE "N" TO WS-G-SOBRENOME-DIFERE.
           MOVE SPACES TO WS-G-SOBRENOME.
           PERFORM COMPARA-SOBRENOME
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.

       COMPARA-SOBRENOME.
           IF WS-GM-PAPEL(WS-G-I) NOT = "F"
               MOVE WS-GM-NOME(WS-G-I) TO WS-SN-NOME
               PERFORM ACHA-SOBRENOME THRU ACHA-SOBRENOME-FIM
               IF WS-G-SOBRENOME = SPACES
                   MOVE WS-SN-SOBRENOME TO WS-G-SOBRENOME
               ELSE
                   IF WS-SN-SOBRENOME NOT = WS-G-SOBRENOME
                       MOVE "S" TO WS-G-SOBRENOME-DIFERE
                   END-IF
               END-IF
           END-IF.

      * ÚLTIMA PALAVRA DO NOME EM WS-SN-NOME; SE FOR AGNOME (FILHO,
      * JUNIOR...) VALE A PENÚLTIMA. O NOME É INVERTIDO PARA A
      * ÚLTIMA PALAVRA VIRAR A PRIMEIRA DO UNSTRING.
       ACHA-SOBRENOME.
           MOVE SPACES TO WS-SN-INVERTIDO.
           MOVE SPACES TO WS-SN-PAL1.
           MOVE SPACES TO WS-SN-PAL2.
           MOVE SPACES TO WS-SN-SOBRENOME.
           IF WS-SN-NOME = SPACES
               GO TO ACHA-SOBRENOME-FIM
           END-IF.
           MOVE FUNCTION REVERSE(FUNCTION TRIM(
               FUNCTION UPPER-CASE(WS-SN-NOME))) TO WS-SN-INVERTIDO.
           UNSTRING WS-SN-INVERTIDO DELIMITED BY ALL SPACE
               INTO WS-SN-PAL1 WS-SN-PAL2
           END-UNSTRING.
           MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-SN-PAL1))
               TO WS-SN-SOBRENOME.
           IF SN-AGNOME AND WS-SN-PAL2 NOT = SPACES
               MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-SN-PAL2))
                   TO WS-SN-SOBRENOME
           END-IF.
       ACHA-SOBRENOME-FIM.
           EXIT.

      * -----------------------------------
      * DOMICÍLIO NOVO: O TITULAR É O MORADOR MAIS ANTIGO NO CADASTRO
      * (MENOR DATA DE CADASTRO; NO EMPATE, O PRIMEIRO DA TABELA, QUE
      * ESTÁ EM ORDEM DE CARNET); OS DEMAIS SÃO DEPENDENTES.
       CRIA-DOMICILIO.
           PERFORM PROXIMO-DOMICILIO THRU PROXIMO-DOMICILIO-FIM.
           IF WS-NOVO-ID = ZEROS
               DISPLAY "SEM NUMERACAO DE DOMICILIO PARA O CEP "
                   WS-G-CEP " " WS-G-LOGRADOURO
               ADD 1 TO WS-TOTAL-ERROS
               GO TO CRIA-DOMICILIO-FIM
           END-IF.
           MOVE WS-NOVO-ID TO WS-G-ID.
           MOVE 0 TO WS-G-TIT.
           PERFORM ESCOLHE-TITULAR
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.
           PERFORM GRAVA-MORADOR
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.
           ADD 1 TO WS-TOTAL-CRIADOS.
           MOVE "CRIADO" TO WS-G-RESULTADO.
           PERFORM IMPRIME-AGRUPADO.
       CRIA-DOMICILIO-FIM.
           EXIT.

       ESCOLHE-TITULAR.
           IF WS-GM-PAPEL(WS-G-I) = SPACE
               IF WS-G-TIT = 0
                   MOVE WS-G-I TO WS-G-TIT
               ELSE
                   IF WS-GM-CADASTRO(WS-G-I)
                           < WS-GM-CADASTRO(WS-G-TIT)
                       MOVE WS-G-I TO WS-G-TIT
                   END-IF
               END-IF
           END-IF.

      * DOMICÍLIO EXISTENTE NO ENDEREÇO: OS MORADORES NOVOS ENTRAM
      * COMO DEPENDENTES
       AMPLIA-DOMICILIO.
           MOVE 0 TO WS-G-TIT.
           PERFORM GRAVA-MORADOR
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.
           ADD 1 TO WS-TOTAL-AMPLIADOS.
           MOVE "AMPLIADO" TO WS-G-RESULTADO.
           PERFORM IMPRIME-AGRUPADO.

      * GRAVA O VÍNCULO DO MORADOR AINDA SEM REGISTRO; OS JÁ
      * AGRUPADOS E OS RETIRADOS PELO BALCÃO FICAM COMO ESTÃO
       GRAVA-MORADOR.
           IF WS-GM-PAPEL(WS-G-I) = SPACE
               MOVE SPACES TO DOM-REC
               MOVE WS-GM-CARNET(WS-G-I) TO DOM-CARNET
               MOVE WS-G-ID TO DOM-ID
               IF WS-G-I = WS-G-TIT
                   MOVE "T" TO DOM-PAPEL
               ELSE
                   MOVE "D" TO DOM-PAPEL
               END-IF
               MOVE "B" TO DOM-ORIGEM
               MOVE WS-DH-DATA TO DOM-DATA
               MOVE WS-OPERADOR TO DOM-OPERADOR
               WRITE DOM-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O DOMICILIO DO CARNET "
                           DOM-CARNET
                       ADD 1 TO WS-TOTAL-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-VINCULADOS
                       MOVE WS-G-ID   TO WS-GM-DOM-ID(WS-G-I)
                       MOVE DOM-PAPEL TO WS-GM-PAPEL(WS-G-I)
                       MOVE "S" TO WS-GM-NOVO(WS-G-I)
               END-WRITE
           END-IF.

      * -----------------------------------
      * PRÓXIMO NÚMERO DE DOMICÍLIO (CHAVE "D" DO CONTROLE DE
      * NUMERAÇÃO), COM A RETENTATIVA DE BLOQUEIO DO CLIENTES, QUE
      * TAMBÉM NUMERA DOMICÍLIOS NA OPÇÃO F; O REGISTRO É CRIADO NO
      * PRIMEIRO DOMICÍLIO. SE NÃO DER, O NÚMERO FICA EM ZEROS.
       PROXIMO-DOMICILIO.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
           MOVE ZEROS TO WS-NOVO-ID.
       PROXIMO-DOMICILIO-LOOP.
           MOVE "D" TO NUM-KEY.
           READ NUMCTL
               INVALID KEY
                   IF FS-NUM-BLOQUEADO
                       ADD 1 TO WS-LOCK-TENTATIVAS
                       IF WS-LOCK-TENTATIVAS < WS-LOCK-MAX
                           CALL "CBL_GC_NANOSLEEP"
                               USING WS-ESPERA-NANOSEG
                           GO PROXIMO-DOMICILIO-LOOP
                       END-IF
                       GO PROXIMO-DOMICILIO-FIM
                   END-IF
                   MOVE "D" TO NUM-KEY
                   MOVE 1 TO NUM-ULTIMO-DOMICILIO
                   WRITE NUM-REC
                       INVALID KEY GO PROXIMO-DOMICILIO-FIM
                   END-WRITE
                   MOVE NUM-ULTIMO-DOMICILIO TO WS-NOVO-ID
                   GO PROXIMO-DOMICILIO-FIM
           END-READ.
           ADD 1 TO NUM-ULTIMO-DOMICILIO.
           REWRITE NUM-REC
               INVALID KEY GO PROXIMO-DOMICILIO-FIM
           END-REWRITE.
           MOVE NUM-ULTIMO-DOMICILIO TO WS-NOVO-ID.
       PROXIMO-DOMICILIO-FIM.
           EXIT.

      * -----------------------------------
      * BLOCO DO ENDEREÇO AGRUPADO EM domcasa.lst: ENDEREÇO,
      * RESULTADO E OS MORADORES (OS RECÉM-GRAVADOS MARCADOS "NOVO")
       IMPRIME-AGRUPADO.
           IF WS-LINHAS-REL + WS-G-QTD + 3 > WS-MAX-LINHAS
               PERFORM NOVA-PAGINA-REL
           END-IF.
           PERFORM MONTA-LINHA-ENDERECO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-LINHA-ENDERECO.
           MOVE "DOMICILIO" TO WT-ROTULO.
           MOVE WS-G-ID TO WT-ID.
           MOVE WS-G-RESULTADO TO WT-TEXTO.
           WRITE LINHA-REL FROM WS-LINHA-RESULTADO.
           ADD 3 TO WS-LINHAS-REL.
           PERFORM IMPRIME-MORADOR-REL
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.

       IMPRIME-MORADOR-REL.
           PERFORM MONTA-DETALHE.
           WRITE LINHA-REL FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-REL.

      * BLOCO DO ENDEREÇO DUVIDOSO EM domcasa_revisao.lst: ENDEREÇO,
      * MOTIVO E OS MORADORES COMO ESTÃO HOJE
       IMPRIME-REVISAO.
           IF WS-LINHAS-REV + WS-G-QTD + 4 > WS-MAX-LINHAS
               PERFORM NOVA-PAGINA-REV
           END-IF.
           PERFORM MONTA-LINHA-ENDERECO.
           MOVE SPACES TO LINHA-REV.
           WRITE LINHA-REV.
           WRITE LINHA-REV FROM WS-LINHA-ENDERECO.
           MOVE "MOTIVO:" TO WT-ROTULO.
           MOVE ZEROS TO WT-ID.
           MOVE WS-G-MOTIVO TO WT-TEXTO.
           WRITE LINHA-REV FROM WS-LINHA-RESULTADO.
           ADD 3 TO WS-LINHAS-REV.
           PERFORM IMPRIME-MORADOR-REV
               VARYING WS-G-I FROM 1 BY 1 UNTIL WS-G-I > WS-G-QTD.
           IF WS-G-EXCESSO > 0
               MOVE SPACES TO WS-RODAPE
               MOVE "    MORADORES NAO LISTADOS:" TO WR-ROTULO
               MOVE WS-G-EXCESSO TO WR-TOTAL
               WRITE LINHA-REV FROM WS-RODAPE
               ADD 1 TO WS-LINHAS-REV
           END-IF.

       IMPRIME-MORADOR-REV.
           PERFORM MONTA-DETALHE.
           WRITE LINHA-REV FROM WS-DETALHE.
           ADD 1 TO WS-LINHAS-REV.

       MONTA-LINHA-ENDERECO.
           MOVE WS-G-LOGRADOURO TO WE-LOGRADOURO.
           MOVE WS-G-NUMERO     TO WE-NUMERO.
           MOVE WS-G-CEP        TO WE-CEP.

       MONTA-DETALHE.
           MOVE WS-GM-CARNET(WS-G-I)   TO WD-CARNET.
           EVALUATE WS-GM-PAPEL(WS-G-I)
               WHEN "T"
                   MOVE "TITULAR" TO WD-PAPEL
               WHEN "D"
                   MOVE "DEPENDENTE" TO WD-PAPEL
               WHEN "F"
                   MOVE "RETIRADO" TO WD-PAPEL
               WHEN OTHER
                   MOVE "SEM DOMIC." TO WD-PAPEL
           END-EVALUATE.
           MOVE WS-GM-DOM-ID(WS-G-I)   TO WD-DOMICILIO.
           MOVE WS-GM-CADASTRO(WS-G-I) TO WD-CADASTRO.
           MOVE WS-GM-NOME(WS-G-I)     TO WD-NOME.
           IF WS-GM-NOVO(WS-G-I) = "S"
               MOVE "NOVO" TO WD-OBS
           ELSE
               MOVE SPACES TO WD-OBS
           END-IF.

      * -----------------------------------
       IMPRIME-RODAPES.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "DOMICILIOS CRIADOS:" TO WR-ROTULO.
           MOVE WS-TOTAL-CRIADOS TO WR-TOTAL.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE "DOMICILIOS AMPLIADOS:" TO WR-ROTULO.
           MOVE WS-TOTAL-AMPLIADOS TO WR-TOTAL.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE "CLIENTES GRAVADOS EM DOMICILIO:" TO WR-ROTULO.
           MOVE WS-TOTAL-VINCULADOS TO WR-TOTAL.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE "ENDERECOS PARA REVISAO:" TO WR-ROTULO.
           MOVE WS-TOTAL-REVISAO TO WR-TOTAL.
           WRITE LINHA-REL FROM WS-RODAPE.
           MOVE SPACES TO LINHA-REV.
           WRITE LINHA-REV.
           MOVE "ENDERECOS PARA REVISAO:" TO WR-ROTULO.
           MOVE WS-TOTAL-REVISAO TO WR-TOTAL.
           WRITE LINHA-REV FROM WS-RODAPE.

       NOVA-PAGINA-REL.
           ADD 1 TO WS-PAGINA-REL.
           MOVE WS-PAGINA-REL TO WC-PAGINA.
           MOVE "DOMICILIOS AGRUPADOS PELO ENDERECO" TO WC-TITULO.
           IF WS-PAGINA-REL > 1
               WRITE LINHA-REL FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REL FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           WRITE LINHA-REL FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-REL.

       NOVA-PAGINA-REV.
           ADD 1 TO WS-PAGINA-REV.
           MOVE WS-PAGINA-REV TO WC-PAGINA.
           MOVE "DOMICILIOS PARA REVISAO DO BALCAO" TO WC-TITULO.
           IF WS-PAGINA-REV > 1
               WRITE LINHA-REV FROM SPACES
                   BEFORE ADVANCING PAGE
           END-IF
           WRITE LINHA-REV FROM WS-CABECALHO.
           MOVE SPACES TO LINHA-REV.
           WRITE LINHA-REV.
           WRITE LINHA-REV FROM WS-SUBCABECALHO.
           MOVE 0 TO WS-LINHAS-REV.
