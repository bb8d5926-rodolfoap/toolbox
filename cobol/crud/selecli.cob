      *     CIDADE=texto             CIDADE COMEÇA COM O TEXTO
      *     CEP-DE=nnnnnnnn          LIMITE INFERIOR DO CEP
      *     CEP-ATE=nnnnnnnn         LIMITE SUPERIOR DO CEP
      *     AGENCIA=nnn              SÓ CLIENTES DA AGÊNCIA (TEM DE
      *                              EXISTIR NO CADASTRO DE AGÊNCIAS
      *                              agencias.dat, SENÃO A SELEÇÃO
      *                              NÃO RODA)
      *     STATUS=A|I               SÓ ATIVOS OU SÓ INATIVOS
      *     SAIDA=CSV|LISTA|CARTA|ETIQUETA   FORMATO DO RESULTADO
      *     CONTATO=PREFERIDO        ACRESCENTA AO CSV UMA 10A COLUNA
      *                              CONTATO ALGUM SAI O MESTRE-FONE.
      *                              SEM ESTE PARÂMETRO O CSV MANTÉM
      *                              AS 9 COLUNAS DO clientes_export
      *     AGRUPA=DOMICILIO         CARTA/ETIQUETA: UMA SÓ POR
      *                              DOMICÍLIO (domicilios.dat), EM
      *                              VEZ DE UMA POR CLIENTE
      * FILTRO AUSENTE NÃO RESTRINGE NADA. A SAÍDA É UM CSV NO FORMATO
      * DO clientes_export.csv (clientes_selecao.csv) OU UMA LISTAGEM
      * NO LEIAUTE DO LISTACLI (selecao.lst); A QUANTIDADE SELECIONADA
      * etiquetas.lst. NOS DOIS MODOS, CLIENTE COM ENDEREÇO EM BRANCO
      * OU MAIS CURTO QUE O MÍNIMO QUE A INCLUSÃO EXIGE
      * (WS-MIN-ENDERECO) É PULADO E RELACIONADO EM
      * selecao_pulados.lst PARA ACERTO. TAMBÉM É PULADO O CLIENTE COM
      * DEVOLUÇÃO DE CORREIO PENDENTE (devolucoes.dat, VEJA O
      * DEVCARGA E A OPÇÃO D DO CLIENTES): A CARTA VOLTARIA DE NOVO.
      * O RODAPÉ DE selecao_pulados.lst TRAZ OS TOTAIS POR MOTIVO.
      *
      * COM AGRUPA=DOMICILIO, OS SELECIONADOS QUE SÃO MEMBROS DE UM
      * DOMICÍLIO (VEJA O DOMCASA E A OPÇÃO F DO CLIENTES) FICAM NUM
      * ARQUIVO DE TRABALHO INDEXADO POR DOMICÍLIO (selecli_dom.tmp,
      * APAGADO NO FIM) E, NO FIM DA VARREDURA, CADA DOMICÍLIO RECEBE
      * UMA SÓ CARTA OU ETIQUETA, NO NOME DO TITULAR (OU DO MEMBRO DE
      * MENOR CARNET, SE O TITULAR NÃO FOI SELECIONADO); OS DEMAIS
      * MEMBROS VÃO PARA selecao_pulados.lst COMO AGRUPADOS. SÓ
      * ENTRA NO AGRUPAMENTO QUEM JÁ PASSOU NO ENDEREÇO, NA DEVOLUÇÃO
      * E NO CONSENTIMENTO. NAS OUTRAS SAÍDAS O PARÂMETRO É IGNORADO
      * (COM AVISO); SEM domicilios.dat NÃO HÁ AGRUPAMENTO.
      *
      * CAMPANHA SÓ ALCANÇA QUEM DEU CONSENTIMENTO (consentimento.dat,
      * OPÇÃO C DO CLIENTES): EM CARTA E ETIQUETA O CLIENTE PRECISA
      * DE ACEITE VIGENTE NO CANAL CARTA, E O QUE NÃO TEM VAI PARA
      * selecao_pulados.lst; NO CSV COM CONTATO=PREFERIDO O CANAL É
      * O DO TIPO DO CONTATO QUE SAI NA 10A COLUNA (FONE = TELEFONE,
      * CEL = SMS, EMAIL = E-MAIL; SEM CONTATO, O MESTRE-FONE VALE
      * COMO TELEFONE) E O CLIENTE SEM ACEITE NELE FICA FORA DO CSV.
      * SEM consentimento.dat NINGUÉM TEM ACEITE. OS EXCLUÍDOS POR
      * FALTA DE CONSENTIMENTO SÃO CONTADOS NO LOG DO JOB. A LISTAGEM
      * E O CSV SEM CONTATO SÃO LISTAS DE TRABALHO, NÃO CAMPANHA, E
      * NÃO PASSAM PELO CONSENTIMENTO.
      *
      * NA LISTAGEM, CADA CLIENTE SAI COM O NOME DA SUA AGÊNCIA, LIDO
      * DE agencias.dat; CÓDIGO QUE NÃO ESTÁ NO CADASTRO SAI COMO
      * "NAO CADASTRADA" E É CONTADO NO LOG DO JOB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PULADOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGEMESTRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-AGM
               RECORD KEY IS AGE-KEY.
           SELECT DEVOLUCOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DEV
               RECORD KEY IS DEV-KEY.
           SELECT CONSENTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CNS
               RECORD KEY IS CNS-KEY.
           SELECT DOMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DOM
               RECORD KEY IS DOM-KEY
               ALTERNATE RECORD KEY IS DOM-ID WITH DUPLICATES.
           SELECT DOMSAIDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DSA
               RECORD KEY IS DSA-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD LISTAGEM LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "selecao.lst".
       01 LINHA-REL PIC X(144).

       FD CONTATOS VALUE OF FILE-ID IS "contatos.dat".
           COPY contato.
                    VALUE OF FILE-ID IS "etiquetas.lst".
       01 LINHA-ETQ-REL PIC X(120).

      * CLIENTES PULADOS POR ENDEREÇO EM BRANCO/CURTO, POR
      * DEVOLUÇÃO DE CORREIO PENDENTE OU POR FALTA DE CONSENTIMENTO
       FD PULADOS LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "selecao_pulados.lst".
       01 LINHA-PUL PIC X(60).

       FD AGEMESTRE VALUE OF FILE-ID IS "agencias.dat".
           COPY agencia.

       FD DEVOLUCOES VALUE OF FILE-ID IS "devolucoes.dat".
           COPY devolucao.

       FD CONSENTS VALUE OF FILE-ID IS "consentimento.dat".
           COPY consentimento.

       FD DOMFILE VALUE OF FILE-ID IS "domicilios.dat".
           COPY domicilio.

      * MEMBROS DE DOMICÍLIO SELECIONADOS, NA ORDEM DO DOMICÍLIO E,
      * DENTRO DELE, O TITULAR (ORDEM 1) ANTES DOS DEPENDENTES (2)
       FD DOMSAIDA VALUE OF FILE-ID IS "selecli_dom.tmp".
       01 DSA-REC.
           05 DSA-KEY.
               10 DSA-ID      PIC 9(07).
               10 DSA-ORDEM   PIC 9(01).
               10 DSA-CARNET  PIC 9(09).
           05 DSA-NOME        PIC X(40).
           05 DSA-ENDERECO    PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-STAT     PIC 9(02).
       77 FS-STAT-PAR PIC 9(02).
       77 WS-TEM-FILTRO-AGE PIC X VALUE "N".
           88 TEM-FILTRO-AGENCIA VALUE "S".
       77 WS-AGENCIA-NUM   PIC 9(03) VALUE 0.
      * CADASTRO DE AGÊNCIAS: VALIDA O FILTRO E DÁ NOME À AGÊNCIA
       77 FS-STAT-AGM PIC 9(02).
       77 WS-AGENCIAS-ABERTO PIC X VALUE "N".
           88 AGENCIAS-ABERTO VALUE "S".
       77 WS-NOME-AGENCIA PIC X(30) VALUE SPACES.
       77 WS-AGE-DESCONHECIDAS PIC 9(06) VALUE 0.
       77 WS-FILTRO-STATUS PIC X VALUE SPACE.
       77 WS-SAIDA PIC X(08) VALUE "CSV".
           88 SAIDA-LISTA    VALUE "LISTA".
               10 WS-ETQ-NOME PIC X(40).
               10 WS-ETQ-END  PIC X(40).
       77 WS-LINHA-ETQ PIC X(120).
      * NOME E ENDEREÇO DA CARTA/ETIQUETA QUE ESTÁ SAINDO: OS DO
      * CLIENTE LIDO OU OS DO DOMICÍLIO DESCARREGADO NO FIM
       77 WS-SAI-NOME     PIC X(40).
       77 WS-SAI-ENDERECO PIC X(40).
       01 WS-PULADO.
           05 WU-CARNET PIC 9(09).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WU-MOTIVO PIC X(30).
       01 WS-PULADO-RODAPE.
           05 WU-ROTULO PIC X(40).
           05 WU-TOTAL  PIC ZZZ,ZZ9.
       77 WS-END-OK PIC X VALUE "S".
           88 ENDERECO-OK VALUE "S".
      * DEVOLUÇÕES DE CORREIO: SEM devolucoes.dat NINGUÉM É PULADO
       77 FS-STAT-DEV PIC 9(02).
       77 WS-DEVOLUCOES-ABERTO PIC X VALUE "N".
           88 DEVOLUCOES-ABERTO VALUE "S".
       77 FINAL-DEVOLUCOES PIC 9 VALUE 0.
       77 WS-DEV-PENDENTE PIC X VALUE "N".
           88 TEM-DEVOLUCAO-PENDENTE VALUE "S".
       77 WS-TOTAL-DEVOLVIDOS PIC 9(06) VALUE 0.
      * CONSENTIMENTO: CANAL EXIGIDO PELA SAÍDA (EM BRANCO = SAÍDA
      * QUE NÃO É CAMPANHA; "C" = CARTA; "P" = O DO TIPO DO CONTATO)
       77 FS-STAT-CNS PIC 9(02).
       77 WS-CONSENTS-ABERTO PIC X VALUE "N".
           88 CONSENTS-ABERTO VALUE "S".
       77 FINAL-CONSENTIMENTOS PIC 9 VALUE 0.
       77 WS-CANAL-CAMPANHA PIC X VALUE SPACE.
           88 CAMPANHA-SEM-CANAL VALUE SPACE.
           88 CAMPANHA-CARTA     VALUE "C".
           88 CAMPANHA-CONTATO   VALUE "P".
       77 WS-CANAL-BUSCA PIC X VALUE SPACE.
       77 WS-SIT-CONSENT PIC X VALUE SPACE.
           88 TEM-ACEITE VALUE "I".
       77 WS-TOTAL-SEM-CONSENT PIC 9(06) VALUE 0.
      * AGRUPAMENTO POR DOMICÍLIO (AGRUPA=DOMICILIO)
       77 FS-STAT-DOM PIC 9(02).
       77 FS-STAT-DSA PIC 9(02).
       77 WS-AGRUPA PIC X VALUE "N".
           88 AGRUPA-DOMICILIO VALUE "S".
       77 WS-ARQ-TMP PIC X(30) VALUE "selecli_dom.tmp".
       77 FINAL-DOMSAIDA PIC 9 VALUE 0.
       77 WS-DSA-ID-ANT PIC 9(07) VALUE 0.
       77 WS-TOTAL-AGRUPADOS PIC 9(06) VALUE 0.
       77 WS-TOTAL-DOMICILIOS PIC 9(06) VALUE 0.
       77 FS-STAT-CTT PIC 9(02).
       77 WS-USA-CONTATO PIC X VALUE "N".
           88 USA-CONTATO VALUE "S".
       77 FINAL-CONTATOS PIC 9 VALUE 0.
       77 WS-CONTATO-PREF  PIC X(40) VALUE SPACES.
       77 WS-CONTATO-PRIM  PIC X(40) VALUE SPACES.
       77 WS-CONTATO-PREF-TIPO  PIC X(05) VALUE SPACES.
       77 WS-CONTATO-PRIM-TIPO  PIC X(05) VALUE SPACES.
       77 WS-CONTATO-SAIDA-TIPO PIC X(05) VALUE SPACES.

       01 WS-PAR-CAMPOS.
           05 WS-P-CHAVE PIC X(20).
           05 WS-P-VALOR PIC X(40).
       77 WS-P-VALOR-NUM PIC 9(09).
       77 WS-P-AGENCIA PIC X(03).
       77 WS-OCORRENCIAS PIC 9(04).
       77 WS-CARNET-NUM PIC 9(09).
       77 WS-SELECIONA PIC X.
           05 FILLER      PIC X(20) VALUE "SELECAO DE CLIENTES".
           05 FILLER      PIC X(10) VALUE "  PAGINA: ".
           05 WB-PAGINA   PIC ZZ9.
           05 FILLER      PIC X(11) VALUE SPACES.
           05 WB-AGENCIA  PIC X(40) VALUE SPACES.
       01 WS-SUBCABECALHO.
           05 FILLER      PIC X(11) VALUE "CARNET".
           05 FILLER      PIC X(11) VALUE "FONE".
           05 FILLER      PIC X(10) VALUE "ORIGEM".
           05 FILLER      PIC X(05) VALUE "AGE".
           05 FILLER      PIC X(42) VALUE "NOME".
           05 FILLER      PIC X(42) VALUE "ENDERECO".
           05 FILLER      PIC X(20) VALUE "NOME DA AGENCIA".
       01 WS-DETALHE.
           05 WD-CARNET   PIC Z(8)9 BLANK WHEN ZEROS.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME     PIC X(40).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-ENDERECO PIC X(40).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WD-NOME-AGENCIA PIC X(20).
       01 WS-RODAPE.
           05 FILLER   PIC X(25) VALUE "CLIENTES SELECIONADOS:  ".
           05 WR-TOTAL PIC ZZZ,ZZ9.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRIR-AGENCIAS THRU ABRIR-AGENCIAS-FIM.
           IF AGRUPA-DOMICILIO
               PERFORM ABRIR-DOMICILIOS THRU ABRIR-DOMICILIOS-FIM
           END-IF.
           OPEN INPUT FILE1.
           IF FS-STAT NOT = ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR clientemestre.dat"
                   PERFORM CARREGA-MODELO
                   OPEN OUTPUT CARTAS
                   OPEN OUTPUT PULADOS
                   PERFORM ABRIR-DEVOLUCOES
                   MOVE "C" TO WS-CANAL-CAMPANHA
               WHEN SAIDA-ETIQUETA
                   OPEN OUTPUT ETIQUETAS
                   OPEN OUTPUT PULADOS
                   PERFORM ABRIR-DEVOLUCOES
                   MOVE "C" TO WS-CANAL-CAMPANHA
               WHEN OTHER
                   OPEN OUTPUT CSV-OUT
                   IF USA-CONTATO
                       MOVE "P" TO WS-CANAL-CAMPANHA
                   END-IF
           END-EVALUATE.
           IF NOT CAMPANHA-SEM-CANAL
               PERFORM ABRIR-CONSENTIMENTOS
           END-IF.
           IF USA-CONTATO
               OPEN INPUT CONTATOS
               IF FS-STAT-CTT = ZEROS
               AT END MOVE 1 TO FINAL-ARQUIVO
           END-READ.
           PERFORM SELECIONA-REGISTRO UNTIL FINAL-ARQUIVO = 1.
           IF AGRUPA-DOMICILIO
               PERFORM DESCARREGA-DOMICILIOS
           END-IF.
           MOVE WS-TOTAL-SELECIONADOS TO WR-TOTAL.
           EVALUATE TRUE
               WHEN SAIDA-LISTA
                   CLOSE LISTAGEM
               WHEN SAIDA-CARTA
                   CLOSE CARTAS
                   PERFORM RODAPE-PULADOS
                   CLOSE PULADOS
               WHEN SAIDA-ETIQUETA
                   IF WS-ETQ-QTD > 0
                       PERFORM DESCARREGA-ETIQUETAS
                   END-IF
                   CLOSE ETIQUETAS
                   PERFORM RODAPE-PULADOS
                   CLOSE PULADOS
               WHEN OTHER
                   CLOSE CSV-OUT
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           IF AGENCIAS-ABERTO
               CLOSE AGEMESTRE
           END-IF.
           IF DEVOLUCOES-ABERTO
               CLOSE DEVOLUCOES
           END-IF.
           IF CONSENTS-ABERTO
               CLOSE CONSENTS
           END-IF.
           IF AGRUPA-DOMICILIO
               CLOSE DOMFILE
               CLOSE DOMSAIDA
               CALL "CBL_DELETE_FILE" USING WS-ARQ-TMP
           END-IF.
           CLOSE FILE1.
           DISPLAY "CLIENTES SELECIONADOS: " WS-TOTAL-SELECIONADOS.
           IF SAIDA-CARTA OR SAIDA-ETIQUETA
               DISPLAY "PULADOS POR ENDERECO (VEJA selecao_pulados"
                   ".lst): " WS-TOTAL-PULADOS
               DISPLAY "PULADOS POR DEVOLUCAO DE CORREIO PENDENTE: "
                   WS-TOTAL-DEVOLVIDOS
           END-IF.
           IF NOT CAMPANHA-SEM-CANAL
               DISPLAY "EXCLUIDOS POR FALTA DE CONSENTIMENTO: "
                   WS-TOTAL-SEM-CONSENT
           END-IF.
           IF AGRUPA-DOMICILIO
               DISPLAY "DOMICILIOS COM SAIDA UNICA: "
                   WS-TOTAL-DOMICILIOS
               DISPLAY "AGRUPADOS NO DOMICILIO (SEM SAIDA PROPRIA): "
                   WS-TOTAL-AGRUPADOS
           END-IF.
           IF WS-AGE-DESCONHECIDAS > 0
               DISPLAY "CLIENTES COM AGENCIA NAO CADASTRADA: "
                   WS-AGE-DESCONHECIDAS
           END-IF.
           STOP RUN.

      * -----------------------------------
      * ABRE O CADASTRO DE AGÊNCIAS. COM FILTRO DE AGÊNCIA, O CÓDIGO
      * TEM DE SER NUMÉRICO E EXISTIR NO CADASTRO (A MATRIZ, 000, É
      * SEMPRE ACEITA): CÓDIGO DESCONHECIDO PARA A SELEÇÃO ANTES DE
      * VARRER O CADASTRO, EM VEZ DE SAIR UMA SELEÇÃO VAZIA. SEM
      * agencias.dat A LISTAGEM SAI SEM O NOME DA AGÊNCIA.
       ABRIR-AGENCIAS.
           OPEN INPUT AGEMESTRE.
           IF FS-STAT-AGM = ZEROS
               MOVE "S" TO WS-AGENCIAS-ABERTO
           ELSE
               DISPLAY "SEM agencias.dat, AGENCIA SEM NOME"
           END-IF.
           IF NOT TEM-FILTRO-AGENCIA
               GO TO ABRIR-AGENCIAS-FIM
           END-IF.
           IF WS-P-AGENCIA NOT NUMERIC
               DISPLAY "AGENCIA INVALIDA EM selecao.par: "
                   WS-P-AGENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FILTRO-AGENCIA TO WS-AGENCIA-NUM.
           PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM.
           IF AGENCIAS-ABERTO AND WS-AGE-DESCONHECIDAS > 0
               DISPLAY "AGENCIA NAO CADASTRADA EM agencias.dat: "
                   WS-FILTRO-AGENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "AGENCIA " WS-FILTRO-AGENCIA " - " WS-NOME-AGENCIA
               DELIMITED BY SIZE INTO WB-AGENCIA
           END-STRING.
       ABRIR-AGENCIAS-FIM.
           EXIT.

      * -----------------------------------
      * NOME DA AGÊNCIA EM WS-AGENCIA-NUM; CÓDIGO FORA DO CADASTRO
      * SAI MARCADO E É CONTADO (A MATRIZ SAI COMO MATRIZ MESMO SEM
      * ESTAR CADASTRADA).
       BUSCA-NOME-AGENCIA.
           MOVE SPACES TO WS-NOME-AGENCIA.
           IF NOT AGENCIAS-ABERTO
               GO TO BUSCA-NOME-AGENCIA-FIM
           END-IF.
           MOVE WS-AGENCIA-NUM TO AGE-CODIGO.
           READ AGEMESTRE
               INVALID KEY
                   IF WS-AGENCIA-NUM = ZEROS
                       MOVE "MATRIZ" TO WS-NOME-AGENCIA
                   ELSE
                       MOVE "*** NAO CADASTRADA ***"
                           TO WS-NOME-AGENCIA
                       ADD 1 TO WS-AGE-DESCONHECIDAS
                   END-IF
               NOT INVALID KEY
                   MOVE AGE-NOME TO WS-NOME-AGENCIA
           END-READ.
       BUSCA-NOME-AGENCIA-FIM.
           EXIT.

      * -----------------------------------
      * LÊ OS FILTROS DO selecao.par; SEM O ARQUIVO, A SELEÇÃO SAI
      * VAZIA DE FILTROS (CADASTRO INTEIRO EM CSV).
                   MOVE WS-P-VALOR(1:8) TO WS-CEP-NUM
                   MOVE WS-CEP-NUM      TO WS-CEP-ATE
               WHEN "AGENCIA"
                   MOVE WS-P-VALOR(1:3) TO WS-P-AGENCIA
                   IF WS-P-AGENCIA NUMERIC
                       MOVE WS-P-AGENCIA TO WS-FILTRO-AGENCIA
                   END-IF
                   MOVE "S" TO WS-TEM-FILTRO-AGE
               WHEN "STATUS"
                   MOVE WS-P-VALOR(1:1) TO WS-FILTRO-STATUS
                   IF WS-P-VALOR(1:9) = "PREFERIDO"
                       MOVE "S" TO WS-USA-CONTATO
                   END-IF
               WHEN "AGRUPA"
                   IF WS-P-VALOR(1:9) = "DOMICILIO"
                       MOVE "S" TO WS-AGRUPA
                   ELSE
                       DISPLAY "AGRUPAMENTO DESCONHECIDO: " WS-P-VALOR
                   END-IF
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONHECIDO: " WS-P-CHAVE
           END-EVALUATE.

       SELECIONA-REGISTRO.
           PERFORM TESTA-FILTROS.
           IF SELECIONA AND NOT CAMPANHA-SEM-CANAL
               PERFORM VERIFICA-CONSENTIMENTO
                   THRU VERIFICA-CONSENTIMENTO-FIM
           END-IF.
      * NAS SAÍDAS CARTA/ETIQUETA O SELECIONADO SÓ CONTA SE O
      * ENDEREÇO PASSA NO MÍNIMO; O PULADO VAI PARA O RELATÓRIO
           IF SELECIONA
           END-IF.
      * SEM CONTATO=PREFERIDO SAI A LINHA DE 9 COLUNAS COMO SEMPRE;
      * COM O PARÂMETRO, A 10A COLUNA (CONTATO) É EMENDADA AO FINAL
      * (O CONTATO JÁ FOI APURADO EM VERIFICA-CONSENTIMENTO, QUE
      * PRECISA DO TIPO DELE PARA SABER O CANAL)
           IF USA-CONTATO
               MOVE SPACES TO CSV-LINHA
               STRING WS-CSV-LINHA     DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
           MOVE SPACES TO WS-CONTATO-PREF.
           MOVE SPACES TO WS-CONTATO-PRIM.
           MOVE MESTRE-FONE TO WS-CONTATO-SAIDA.
           MOVE "FONE" TO WS-CONTATO-SAIDA-TIPO.
           IF NOT CONTATOS-ABERTO
               GO TO BUSCA-CONTATO-PREFERIDO-FIM
           END-IF.
           PERFORM VARRE-CONTATO UNTIL FINAL-CONTATOS = 1.
           IF WS-CONTATO-PREF NOT = SPACES
               MOVE WS-CONTATO-PREF TO WS-CONTATO-SAIDA
               MOVE WS-CONTATO-PREF-TIPO TO WS-CONTATO-SAIDA-TIPO
           ELSE
               IF WS-CONTATO-PRIM NOT = SPACES
                   MOVE WS-CONTATO-PRIM TO WS-CONTATO-SAIDA
                   MOVE WS-CONTATO-PRIM-TIPO TO WS-CONTATO-SAIDA-TIPO
               END-IF
           END-IF.
       BUSCA-CONTATO-PREFERIDO-FIM.
                   ELSE
                       IF WS-CONTATO-PRIM = SPACES
                           MOVE CTT-VALOR TO WS-CONTATO-PRIM
                           MOVE CTT-TIPO  TO WS-CONTATO-PRIM-TIPO
                       END-IF
                       IF CTT-E-PREFERIDO
                           MOVE CTT-VALOR TO WS-CONTATO-PREF
                           MOVE CTT-TIPO  TO WS-CONTATO-PREF-TIPO
                       END-IF
                   END-IF
           END-READ.
           ELSE
               MOVE ZEROS TO WD-AGENCIA
           END-IF.
           MOVE WD-AGENCIA TO WS-AGENCIA-NUM.
           PERFORM BUSCA-NOME-AGENCIA THRU BUSCA-NOME-AGENCIA-FIM.
           MOVE WS-NOME-AGENCIA TO WD-NOME-AGENCIA.
           MOVE MESTRE-NOME     TO WD-NOME.
           MOVE MESTRE-ENDERECO TO WD-ENDERECO.
           WRITE LINHA-REL FROM WS-DETALHE.
           END-READ.

      * -----------------------------------
      * CLIENTE SEM ENDEREÇO UTILIZÁVEL, OU COM DEVOLUÇÃO DE CORREIO
      * AINDA PENDENTE, NÃO RECEBE CARTA NEM ETIQUETA: VAI PARA
      * selecao_pulados.lst COM O CARNET E O MOTIVO.
       VALIDA-ENDERECO-SAIDA.
           MOVE "S" TO WS-END-OK.
           IF MESTRE-ENDERECO = SPACES
               MOVE "N" TO WS-END-OK
               ADD 1 TO WS-TOTAL-PULADOS
               MOVE MESTRE-CARNET TO WU-CARNET
               MOVE "ENDERECO EM BRANCO OU CURTO" TO WU-MOTIVO
               WRITE LINHA-PUL FROM WS-PULADO
           ELSE
               PERFORM BUSCA-DEVOLUCAO THRU BUSCA-DEVOLUCAO-FIM
               IF TEM-DEVOLUCAO-PENDENTE
                   MOVE "N" TO WS-END-OK
                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                   MOVE MESTRE-CARNET TO WU-CARNET
                   MOVE "DEVOLUCAO DE CORREIO PENDENTE" TO WU-MOTIVO
                   WRITE LINHA-PUL FROM WS-PULADO
               END-IF
           END-IF.

      * -----------------------------------
      * ABRE AS DEVOLUÇÕES DE CORREIO (SÓ NAS SAÍDAS CARTA/ETIQUETA)
       ABRIR-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES.
           IF FS-STAT-DEV = ZEROS
               MOVE "S" TO WS-DEVOLUCOES-ABERTO
           ELSE
               DISPLAY "SEM devolucoes.dat, NENHUM CLIENTE PULADO POR "
                   "DEVOLUCAO"
           END-IF.

      * -----------------------------------
      * O CLIENTE TEM DEVOLUÇÃO PENDENTE SE QUALQUER DEVOLUÇÃO DO
      * CARNET AINDA ESTÁ "P" (A ALTERAÇÃO DO ENDEREÇO AS RESOLVE)
       BUSCA-DEVOLUCAO.
           MOVE "N" TO WS-DEV-PENDENTE.
           IF NOT DEVOLUCOES-ABERTO
               GO TO BUSCA-DEVOLUCAO-FIM
           END-IF.
           MOVE 0 TO FINAL-DEVOLUCOES.
           MOVE MESTRE-CARNET TO DEV-CARNET.
           MOVE ZEROS TO DEV-SEQ.
           START DEVOLUCOES KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY GO TO BUSCA-DEVOLUCAO-FIM
           END-START.
           PERFORM VARRE-DEVOLUCAO UNTIL FINAL-DEVOLUCOES = 1.
       BUSCA-DEVOLUCAO-FIM.
           EXIT.

       VARRE-DEVOLUCAO.
           READ DEVOLUCOES NEXT RECORD
               AT END MOVE 1 TO FINAL-DEVOLUCOES
               NOT AT END
                   IF DEV-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-DEVOLUCOES
                   ELSE
                       IF DEV-PENDENTE
                           MOVE "S" TO WS-DEV-PENDENTE
                           MOVE 1 TO FINAL-DEVOLUCOES
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * ABRE OS CONSENTIMENTOS (SÓ NAS SAÍDAS DE CAMPANHA); SEM O
      * ARQUIVO NINGUÉM TEM ACEITE E A CAMPANHA SAI VAZIA.
       ABRIR-CONSENTIMENTOS.
           OPEN INPUT CONSENTS.
           IF FS-STAT-CNS = ZEROS
               MOVE "S" TO WS-CONSENTS-ABERTO
           ELSE
               DISPLAY "SEM consentimento.dat, NENHUM CLIENTE COM "
                   "CONSENTIMENTO"
           END-IF.

      * -----------------------------------
      * O SELECIONADO PARA CAMPANHA SÓ FICA SE TEM ACEITE VIGENTE NO
      * CANAL DA SAÍDA: CARTA, OU O DO TIPO DO CONTATO QUE VAI SAIR
      * NO CSV. O EXCLUÍDO É CONTADO E, EM CARTA/ETIQUETA, VAI PARA
      * selecao_pulados.lst.
       VERIFICA-CONSENTIMENTO.
           IF CAMPANHA-CARTA
               MOVE "C" TO WS-CANAL-BUSCA
           ELSE
               PERFORM BUSCA-CONTATO-PREFERIDO
                   THRU BUSCA-CONTATO-PREFERIDO-FIM
               EVALUATE WS-CONTATO-SAIDA-TIPO
                   WHEN "CEL"
                       MOVE "S" TO WS-CANAL-BUSCA
                   WHEN "EMAIL"
                       MOVE "E" TO WS-CANAL-BUSCA
                   WHEN OTHER
                       MOVE "T" TO WS-CANAL-BUSCA
               END-EVALUATE
           END-IF.
           PERFORM BUSCA-CONSENTIMENTO THRU BUSCA-CONSENTIMENTO-FIM.
           IF TEM-ACEITE
               GO TO VERIFICA-CONSENTIMENTO-FIM
           END-IF.
           MOVE "N" TO WS-SELECIONA.
           ADD 1 TO WS-TOTAL-SEM-CONSENT.
           IF CAMPANHA-CARTA
               MOVE MESTRE-CARNET TO WU-CARNET
               MOVE "SEM CONSENTIMENTO PARA CARTA" TO WU-MOTIVO
               WRITE LINHA-PUL FROM WS-PULADO
           END-IF.
       VERIFICA-CONSENTIMENTO-FIM.
           EXIT.

      * -----------------------------------
      * SITUAÇÃO VIGENTE DO CARNET NO CANAL WS-CANAL-BUSCA: A DO
      * REGISTRO DE MAIOR SEQUÊNCIA (EM BRANCO SE NUNCA SE MANIFESTOU)
       BUSCA-CONSENTIMENTO.
           MOVE SPACE TO WS-SIT-CONSENT.
           IF NOT CONSENTS-ABERTO
               GO TO BUSCA-CONSENTIMENTO-FIM
           END-IF.
           MOVE 0 TO FINAL-CONSENTIMENTOS.
           MOVE MESTRE-CARNET TO CNS-CARNET.
           MOVE WS-CANAL-BUSCA TO CNS-CANAL.
           MOVE ZEROS TO CNS-SEQ.
           START CONSENTS KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY GO TO BUSCA-CONSENTIMENTO-FIM
           END-START.
           PERFORM VARRE-CONSENTIMENTO UNTIL FINAL-CONSENTIMENTOS = 1.
       BUSCA-CONSENTIMENTO-FIM.
           EXIT.

       VARRE-CONSENTIMENTO.
           READ CONSENTS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONSENTIMENTOS
               NOT AT END
                   IF CNS-CARNET NOT = MESTRE-CARNET
                       OR CNS-CANAL NOT = WS-CANAL-BUSCA
                       MOVE 1 TO FINAL-CONSENTIMENTOS
                   ELSE
                       MOVE CNS-SITUACAO TO WS-SIT-CONSENT
                   END-IF
           END-READ.

      * -----------------------------------
      * RODAPÉ DE selecao_pulados.lst: TOTAL DE PULADOS POR MOTIVO
       RODAPE-PULADOS.
           MOVE SPACES TO LINHA-PUL.
           WRITE LINHA-PUL.
           MOVE "PULADOS POR ENDERECO EM BRANCO OU CURTO:" TO WU-ROTULO.
           MOVE WS-TOTAL-PULADOS TO WU-TOTAL.
           WRITE LINHA-PUL FROM WS-PULADO-RODAPE.
           MOVE "PULADOS POR DEVOLUCAO DE CORREIO:" TO WU-ROTULO.
           MOVE WS-TOTAL-DEVOLVIDOS TO WU-TOTAL.
           WRITE LINHA-PUL FROM WS-PULADO-RODAPE.
           MOVE "PULADOS POR FALTA DE CONSENTIMENTO:" TO WU-ROTULO.
           MOVE WS-TOTAL-SEM-CONSENT TO WU-TOTAL.
           WRITE LINHA-PUL FROM WS-PULADO-RODAPE.
           IF AGRUPA-DOMICILIO
               MOVE "AGRUPADOS NO DOMICILIO:" TO WU-ROTULO
               MOVE WS-TOTAL-AGRUPADOS TO WU-TOTAL
               WRITE LINHA-PUL FROM WS-PULADO-RODAPE
           END-IF.

      * -----------------------------------
           IF NOT ENDERECO-OK
               GO TO EMITE-CARTA-FIM
           END-IF.
           IF AGRUPA-DOMICILIO
               PERFORM GUARDA-MEMBRO-DOMICILIO
                   THRU GUARDA-MEMBRO-DOMICILIO-FIM
               IF DSA-ID NOT = ZEROS
                   GO TO EMITE-CARTA-FIM
               END-IF
           END-IF.
           MOVE MESTRE-NOME     TO WS-SAI-NOME.
           MOVE MESTRE-ENDERECO TO WS-SAI-ENDERECO.
           PERFORM IMPRIME-CARTA.
       EMITE-CARTA-FIM.
           EXIT.

       IMPRIME-CARTA.
           ADD 1 TO WS-TOTAL-SELECIONADOS.
           PERFORM MONTA-LINHA-CARTA
               VARYING WS-MOD-I FROM 1 BY 1
               UNTIL WS-MOD-I > WS-MOD-QTD.
           MOVE SPACES TO LINHA-CARTA-REL.
           WRITE LINHA-CARTA-REL BEFORE ADVANCING PAGE.

       MONTA-LINHA-CARTA.
           MOVE WS-MOD-LINHA(WS-MOD-I) TO WS-LINHA-MODELO.
           MOVE 5 TO WS-MARC-LEN.
           PERFORM ACHA-MARCADOR.
           IF WS-POS-MARC > 0
               MOVE WS-SAI-NOME TO WS-VALOR-SUB
               PERFORM SUBSTITUI-MARCADOR
           ELSE
               MOVE "&ENDERECO" TO WS-MARCADOR
               MOVE 9 TO WS-MARC-LEN
               PERFORM ACHA-MARCADOR
               IF WS-POS-MARC > 0
                   MOVE WS-SAI-ENDERECO TO WS-VALOR-SUB
                   PERFORM SUBSTITUI-MARCADOR
               ELSE
                   MOVE WS-LINHA-MODELO TO WS-LINHA-CARTA
           IF NOT ENDERECO-OK
               GO TO EMITE-ETIQUETA-FIM
           END-IF.
           IF AGRUPA-DOMICILIO
               PERFORM GUARDA-MEMBRO-DOMICILIO
                   THRU GUARDA-MEMBRO-DOMICILIO-FIM
               IF DSA-ID NOT = ZEROS
                   GO TO EMITE-ETIQUETA-FIM
               END-IF
           END-IF.
           MOVE MESTRE-NOME     TO WS-SAI-NOME.
           MOVE MESTRE-ENDERECO TO WS-SAI-ENDERECO.
           PERFORM ACUMULA-ETIQUETA.
       EMITE-ETIQUETA-FIM.
           EXIT.

       ACUMULA-ETIQUETA.
           ADD 1 TO WS-TOTAL-SELECIONADOS.
           ADD 1 TO WS-ETQ-QTD.
           MOVE WS-SAI-NOME     TO WS-ETQ-NOME(WS-ETQ-QTD).
           MOVE WS-SAI-ENDERECO TO WS-ETQ-END(WS-ETQ-QTD).
           IF WS-ETQ-QTD = 3
               PERFORM DESCARREGA-ETIQUETAS
           END-IF.

      * -----------------------------------
      * IMPRIME UMA FILEIRA DE ATÉ 3 ETIQUETAS (LINHA DO NOME, LINHA
           COMPUTE WS-P = (WS-ETQ-I - 1) * 40 + 1.
           MOVE WS-ETQ-END(WS-ETQ-I)(1:38)
               TO WS-LINHA-ETQ(WS-P:38).

      * -----------------------------------
      * ABRE OS DOMICÍLIOS E O ARQUIVO DE TRABALHO DO AGRUPAMENTO.
      * FORA DE CARTA/ETIQUETA, OU SEM domicilios.dat, O AGRUPAMENTO
      * É DESLIGADO E A SELEÇÃO SAI POR CLIENTE.
       ABRIR-DOMICILIOS.
           IF NOT SAIDA-CARTA AND NOT SAIDA-ETIQUETA
               DISPLAY "AGRUPA=DOMICILIO SO VALE PARA CARTA E "
                   "ETIQUETA, IGNORADO"
               MOVE "N" TO WS-AGRUPA
               GO TO ABRIR-DOMICILIOS-FIM
           END-IF.
           OPEN INPUT DOMFILE.
           IF FS-STAT-DOM NOT = ZEROS
               DISPLAY "SEM domicilios.dat, SAIDA POR CLIENTE"
               MOVE "N" TO WS-AGRUPA
               GO TO ABRIR-DOMICILIOS-FIM
           END-IF.
           OPEN OUTPUT DOMSAIDA.
           CLOSE DOMSAIDA.
           OPEN I-O DOMSAIDA.
       ABRIR-DOMICILIOS-FIM.
           EXIT.

      * -----------------------------------
      * O SELECIONADO QUE É MEMBRO DE UM DOMICÍLIO VAI PARA O ARQUIVO
      * DE TRABALHO (DSA-ID COM O NÚMERO DO DOMICÍLIO); O QUE NÃO É
      * FICA COM DSA-ID ZERADO E SAI NA HORA.
       GUARDA-MEMBRO-DOMICILIO.
           MOVE ZEROS TO DSA-ID.
           MOVE MESTRE-CARNET TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DOM-MEMBRO AND DOM-ID NOT = ZEROS
                       MOVE DOM-ID TO DSA-ID
                   END-IF
           END-READ.
           IF DSA-ID = ZEROS
               GO TO GUARDA-MEMBRO-DOMICILIO-FIM
           END-IF.
           IF DOM-TITULAR
               MOVE 1 TO DSA-ORDEM
           ELSE
               MOVE 2 TO DSA-ORDEM
           END-IF.
           MOVE MESTRE-CARNET   TO DSA-CARNET.
           MOVE MESTRE-NOME     TO DSA-NOME.
           MOVE MESTRE-ENDERECO TO DSA-ENDERECO.
           WRITE DSA-REC
               INVALID KEY MOVE ZEROS TO DSA-ID
           END-WRITE.
       GUARDA-MEMBRO-DOMICILIO-FIM.
           EXIT.

      * -----------------------------------
      * NO FIM DA VARREDURA, UMA CARTA OU ETIQUETA POR DOMICÍLIO: A
      * DO PRIMEIRO MEMBRO NA ORDEM DO ARQUIVO DE TRABALHO (O
      * TITULAR, SE SELECIONADO); OS OUTROS SÃO CONTADOS E LISTADOS
      * EM selecao_pulados.lst.
       DESCARREGA-DOMICILIOS.
           MOVE 0 TO FINAL-DOMSAIDA.
           MOVE ZEROS TO WS-DSA-ID-ANT.
           MOVE ZEROS TO DSA-KEY.
           START DOMSAIDA KEY IS NOT LESS THAN DSA-KEY
               INVALID KEY MOVE 1 TO FINAL-DOMSAIDA
           END-START.
           PERFORM EMITE-DOMICILIO UNTIL FINAL-DOMSAIDA = 1.

       EMITE-DOMICILIO.
           READ DOMSAIDA NEXT RECORD
               AT END MOVE 1 TO FINAL-DOMSAIDA
           END-READ.
           IF FINAL-DOMSAIDA = 0
               IF DSA-ID NOT = WS-DSA-ID-ANT
                   MOVE DSA-ID TO WS-DSA-ID-ANT
                   ADD 1 TO WS-TOTAL-DOMICILIOS
                   MOVE DSA-NOME     TO WS-SAI-NOME
                   MOVE DSA-ENDERECO TO WS-SAI-ENDERECO
                   IF SAIDA-CARTA
                       PERFORM IMPRIME-CARTA
                   ELSE
                       PERFORM ACUMULA-ETIQUETA
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-AGRUPADOS
                   MOVE DSA-CARNET TO WU-CARNET
                   MOVE "AGRUPADO NO DOMICILIO" TO WU-MOTIVO
                   WRITE LINHA-PUL FROM WS-PULADO
               END-IF
           END-IF.
