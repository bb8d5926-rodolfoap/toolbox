       PROGRAM-ID. CLIIMP.

      * IMPORTAÇÃO EM LOTE DE clientemestre.dat A PARTIR DE UM CSV COM
      * LINHAS CARNET,FONE,NOME,ENDERECO (UMA POR CLIENTE), SEGUIDAS
      * OPCIONALMENTE DO ENDEREÇO ESTRUTURADO
      * ,LOGRADOURO,NUMERO,BAIRRO,CIDADE,CEP. O CEP INFORMADO É
      * CONFERIDO COM A BASE DE CEPS (ceps.dat, CARREGADA PELO
      * CEPCARGA): CEP INEXISTENTE REJEITA A LINHA (MOTIVO 05);
      * CIDADE OU BAIRRO DIFERENTES DO CEP SÃO CARREGADOS COMO VIERAM
      * E LISTADOS EM clientes_avisos_cep.csv. CAMPOS DO ENDEREÇO EM
      * BRANCO SÃO PREENCHIDOS PELO CEP.
      * ANTES DE GRAVAR, CADA LINHA É CONFERIDA CONTRA DUPLICATAS
      * COMO NA INCLUSÃO DO CLIENTES: MESMO NOME NORMALIZADO NO
      * CADASTRO, MESMO FONE NO CADASTRO OU NOS CONTATOS, MESMO NOME E
      * FONE NO ARQUIVO MORTO. A PROVÁVEL DUPLICATA É REJEITADA COM
      * O MOTIVO 07 (VEJA CONFERE-DUPLICATA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT CEPREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CEP
               RECORD KEY IS CEP-KEY.
           SELECT AVISOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CTT
               RECORD KEY IS CTT-KEY
               ALTERNATE RECORD KEY IS CTT-VALOR WITH DUPLICATES.
           SELECT ARQUIVO-MORTO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-ARQ.
           SELECT FONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-FON
               RECORD KEY IS FON-KEY.

       DATA DIVISION.
       FILE SECTION.

      * REAPRESENTAÇÃO: LINHAS DE clientes_rejeitados.csv CORRIGIDAS
      * PELO OPERADOR (MESMO LAYOUT: LINHA,MOTIVO,CARNET,FONE,NOME,
      * ENDERECO E O ENDEREÇO ESTRUTURADO, SE HOUVER). SÃO
      * CARREGADAS ANTES DO CSV DA NOITE E NÃO ENTRAM NA CONTAGEM DE
      * LINHAS DO CHECKPOINT/RESTART, QUE SÓ COBRE O CSV PRINCIPAL;
      * NUM REINÍCIO A RECARGA É INÓCUA PORQUE LINHAS JÁ
      * GRAVADAS CAEM EM TRATA-CHAVE-DUPLICADA COM OS MESMOS DADOS.
       FD REAPRESENTA LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "clientes_reapresenta.csv".
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD CEPREF VALUE OF FILE-ID IS "ceps.dat".
           COPY cep.

      * LINHAS CARREGADAS COM CIDADE/BAIRRO DIFERENTES DO CEP (MESMO
      * LAYOUT DAS REJEIÇÕES, MOTIVO 06), PARA CONFERÊNCIA DO
      * CADASTRO. REGRAVADO A CADA EXECUÇÃO.
       FD AVISOS LABEL RECORD STANDARD
                 VALUE OF FILE-ID IS "clientes_avisos_cep.csv".
       01 AVI-REGISTRO PIC X(212).

       FD CONTATOS VALUE OF FILE-ID IS "contatos.dat".
           COPY contato.

       FD ARQUIVO-MORTO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "clientemestre_arq.dat".
           COPY arquivomorto.

      * ÍNDICE DE TRABALHO POR FONE (O CADASTRO NÃO TEM CHAVE POR
      * FONE), MONTADO NO INÍCIO COM OS CLIENTES VIVOS ("V") E OS DO
      * ARQUIVO MORTO ("M"), ACRESCIDO DOS CLIENTES CARREGADOS NESTA
      * EXECUÇÃO E APAGADO NO FIM.
       FD FONES VALUE OF FILE-ID IS "cliimp_fones.tmp".
       01 FON-REC.
           05 FON-KEY.
               10 FON-FONE     PIC 9(09).
               10 FON-CARNET   PIC 9(09).
               10 FON-ORIGEM   PIC X(01).
           05 FON-NOME-NORM    PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-STAT-CSV PIC 9(02).
       77 FS-STAT     PIC 9(02).
           88 MOTIVO-FONE-INVALIDO   VALUE "02".
           88 MOTIVO-CHAVE-DUPLICADA VALUE "03".
           88 MOTIVO-DV-INVALIDO     VALUE "04".
           88 MOTIVO-CEP-INEXISTENTE VALUE "05".
           88 MOTIVO-CEP-DIVERGENTE  VALUE "06".
           88 MOTIVO-PROV-DUPLICATA  VALUE "07".

      * CONFERÊNCIA DO CEP (CONFERE-CEP). SEM ceps.dat O CEP SÓ É
      * CONFERIDO QUANTO AO FORMATO.
       77 FS-STAT-CEP PIC 9(02).
       77 WS-CEPS-ABERTO PIC X VALUE "N".
           88 CEPS-ABERTO VALUE "S".
       77 WS-CEP-RECUSADO PIC X VALUE "N".
           88 CEP-RECUSADO VALUE "S".
       77 WS-CEP-DIVERGE PIC X VALUE "N".
           88 CEP-DIVERGE VALUE "S".
       77 WS-TOTAL-AVISOS PIC 9(06) VALUE 0.

      * VALIDAÇÃO DO DÍGITO VERIFICADOR DO CARNET (MÓDULO 10, PESOS
      * 2 9 8 7 6 3 4, COMO EM init.cob). O CARNET DE 9 DÍGITOS É UMA
           05 REJ-CSV    PIC X(200).

      * CAMPOS DE CONTROLE DA LINHA REAPRESENTADA (LINHA E MOTIVO DA
      * REJEIÇÃO ORIGINAL, DESCARTADOS NA RECARGA). UMA LINHA DE
      * MOTIVO 07 PODE TRAZER, DEPOIS DO CEP, A JUSTIFICATIVA DE QUEM
      * CONFERIU QUE NÃO É O MESMO CLIENTE: ELA É CARREGADA ASSIM
      * MESMO E A JUSTIFICATIVA VAI PARA A AUDITORIA.
       01 WS-REA-CAMPOS.
           05 WS-R-LINHA  PIC X(08).
           05 WS-R-MOTIVO PIC X(02).
           05 WS-R-JUSTIFICA PIC X(30).

       01 WS-DELTA-REC.
           05 DLT-TOTAL    PIC 9(08).
           05 WS-C-FONE     PIC X(09).
           05 WS-C-NOME     PIC X(40).
           05 WS-C-ENDERECO PIC X(40).
           05 WS-C-LOGRADOURO PIC X(30).
           05 WS-C-NUMERO     PIC X(06).
           05 WS-C-BAIRRO     PIC X(20).
           05 WS-C-CIDADE     PIC X(20).
           05 WS-C-CEP        PIC X(08).

      * UNSTRING DEIXA OS CAMPOS NUMÉRICOS ALINHADOS À ESQUERDA E
      * PREENCHIDOS COM ESPAÇOS À DIREITA (EX.: "12345    "), O QUE
      * REALINHAM O VALOR À DIREITA (ZERO-FILL) ANTES DE VALIDAR.
       77 WS-C-CARNET-N PIC 9(09) VALUE 0.
       77 WS-C-FONE-N   PIC 9(09) VALUE 0.
       77 WS-C-CEP-N    PIC 9(08) VALUE 0.

      * GUARDA OS VALORES DA LINHA ATUAL ANTES DO WRITE, PARA PODER
      * COMPARAR COM O REGISTRO JÁ GRAVADO QUANDO O WRITE DER CHAVE
       77 WS-FASE-REAPRES PIC X VALUE "N".
           88 EM-REAPRESENTACAO VALUE "S".

      * CONFERÊNCIA DE DUPLICATAS (CONFERE-DUPLICATA). SEM contatos.dat
      * OU SEM O ARQUIVO MORTO A RESPECTIVA PROCURA NÃO É FEITA.
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-LEITURA-OK VALUE 00 02.
       77 FS-STAT-ARQ PIC 9(02).
       77 FS-STAT-FON PIC 9(02).
       77 WS-ARQ-TMP PIC X(30) VALUE "cliimp_fones.tmp".
       77 WS-CONTATOS-ABERTO PIC X VALUE "N".
           88 CONTATOS-ABERTO VALUE "S".
       77 WS-FONES-ABERTO PIC X VALUE "N".
           88 FONES-ABERTO VALUE "S".
       77 FINAL-DUPLIC PIC 9 VALUE 0.
       77 WS-DUP-NOME-NORM  PIC X(40) VALUE SPACES.
       77 WS-DUP-NOME-BUSCA PIC X(40) VALUE SPACES.
       77 WS-DUP-FONE-ED    PIC Z(8)9.
       77 WS-DUP-VALOR      PIC X(40) VALUE SPACES.
       77 WS-DUP-CARNET     PIC 9(09) VALUE 0.
       77 WS-DUP-ORIGEM     PIC X(07) VALUE SPACES.
       77 WS-TOTAL-DUPLIC   PIC 9(06) VALUE 0.
       77 WS-TOTAL-DUP-ACEITAS PIC 9(06) VALUE 0.
       77 WS-DUPLICATA PIC X VALUE "N".
           88 E-DUPLICATA     VALUE "S".
           88 DUPLIC-ACEITA   VALUE "J".

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
               STOP RUN
           END-IF.
           PERFORM ABRIR-FILE1.
           PERFORM MONTA-FONES THRU MONTA-FONES-FIM.
           OPEN OUTPUT REJEITOS.
           OPEN OUTPUT AVISOS.
           PERFORM LE-CHECKPOINT.
           PERFORM CARGA-REAPRESENTA.
           READ CSV-IN
           DISPLAY "ERROS: "    WS-TOTAL-ERROS.
           DISPLAY "REJEITADOS (VEJA clientes_rejeitados.csv): "
               WS-TOTAL-REJEITOS.
           DISPLAY "AVISOS DE CEP (VEJA clientes_avisos_cep.csv): "
               WS-TOTAL-AVISOS.
           DISPLAY "PROVAVEIS DUPLICATAS (MOTIVO 07): "
               WS-TOTAL-DUPLIC.
           DISPLAY "DUPLICATAS CARREGADAS COM JUSTIFICATIVA: "
               WS-TOTAL-DUP-ACEITAS.
           CLOSE CSV-IN.
           CLOSE FILE1.
           CLOSE REJEITOS.
           CLOSE AVISOS.
           CLOSE AUDITLOG.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           IF CEPS-ABERTO
               CLOSE CEPREF
           END-IF.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS
           END-IF.
           IF FONES-ABERTO
               CLOSE FONES
               CALL "CBL_DELETE_FILE" USING WS-ARQ-TMP
           END-IF.
           IF WS-TOTAL-ERROS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
               MOVE SPACES TO WS-CSV-CAMPOS
               UNSTRING CSV-LINHA DELIMITED BY ","
                   INTO WS-C-CARNET WS-C-FONE WS-C-NOME WS-C-ENDERECO
                        WS-C-LOGRADOURO WS-C-NUMERO WS-C-BAIRRO
                        WS-C-CIDADE WS-C-CEP
               END-UNSTRING
               MOVE CSV-LINHA TO WS-CSV-ORIGINAL
               PERFORM VALIDA-E-GRAVA THRU VALIDA-E-GRAVA-FIM
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           PERFORM CONFERE-CEP THRU CONFERE-CEP-FIM.
           IF CEP-RECUSADO
               MOVE "05" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           PERFORM CONFERE-DUPLICATA THRU CONFERE-DUPLICATA-FIM.
           IF E-DUPLICATA
               ADD 1 TO WS-TOTAL-DUPLIC
               IF EM-REAPRESENTACAO
                   DISPLAY "REAPRESENTACAO " WS-LINHA-REA
                       ": PROVAVEL DUPLICATA DO CARNET " WS-DUP-CARNET
                       " (" WS-DUP-ORIGEM ")"
               ELSE
                   DISPLAY "LINHA " WS-LINHA-NUM
                       ": PROVAVEL DUPLICATA DO CARNET " WS-DUP-CARNET
                       " (" WS-DUP-ORIGEM ")"
               END-IF
               MOVE "07" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO VALIDA-E-GRAVA-FIM
           END-IF.
           PERFORM GRAVA-CLIENTE.
       VALIDA-E-GRAVA-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE O CEP DA LINHA COM A BASE DE CEPS. CEP EM BRANCO É
      * ACEITO (CARGA SEM ENDEREÇO ESTRUTURADO, CEP FICA EM ZEROS);
      * CEP NÃO NUMÉRICO OU FORA DA BASE É RECUSADO. CAMPOS DO
      * ENDEREÇO EM BRANCO SÃO PREENCHIDOS PELO CEP; CIDADE OU BAIRRO
      * DIFERENTES (CEP DE CIDADE NÃO TEM BAIRRO) MARCAM O AVISO.
       CONFERE-CEP.
           MOVE "N" TO WS-CEP-RECUSADO.
           MOVE "N" TO WS-CEP-DIVERGE.
           MOVE ZEROS TO WS-C-CEP-N.
           IF WS-C-CEP = SPACES
               GO TO CONFERE-CEP-FIM
           END-IF.
           MOVE WS-C-CEP TO WS-C-CEP-N.
           IF WS-C-CEP-N NOT NUMERIC OR WS-C-CEP-N = ZEROS
               MOVE "S" TO WS-CEP-RECUSADO
               GO TO CONFERE-CEP-FIM
           END-IF.
           IF NOT CEPS-ABERTO
               GO TO CONFERE-CEP-FIM
           END-IF.
           MOVE WS-C-CEP-N TO CEP-NUMERO.
           READ CEPREF
               INVALID KEY
                   MOVE "S" TO WS-CEP-RECUSADO
                   GO TO CONFERE-CEP-FIM
           END-READ.
           IF WS-C-LOGRADOURO = SPACES
               MOVE CEP-LOGRADOURO TO WS-C-LOGRADOURO
           END-IF.
           IF WS-C-BAIRRO = SPACES
               MOVE CEP-BAIRRO TO WS-C-BAIRRO
           END-IF.
           IF WS-C-CIDADE = SPACES
               MOVE CEP-CIDADE TO WS-C-CIDADE
           END-IF.
           IF FUNCTION UPPER-CASE(WS-C-CIDADE) NOT = CEP-CIDADE
               OR (CEP-BAIRRO NOT = SPACES AND
                   FUNCTION UPPER-CASE(WS-C-BAIRRO) NOT = CEP-BAIRRO)
               MOVE "S" TO WS-CEP-DIVERGE
           END-IF.
       CONFERE-CEP-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE SE O CLIENTE DA LINHA JÁ EXISTE SOB OUTRO CARNET:
      * MESMO NOME NORMALIZADO (MAIÚSCULAS, SEM BRANCOS NAS PONTAS)
      * PELA CHAVE ALTERNATIVA DO CADASTRO, MESMO FONE NO ÍNDICE DE
      * FONES (CLIENTE VIVO, OU DO MORTO COM O MESMO NOME) E MESMO
      * FONE NOS CONTATOS. CARNET TRANSFERIDO NÃO CONTA. PÁRA NA
      * PRIMEIRA OCORRÊNCIA (WS-DUP-CARNET/WS-DUP-ORIGEM, PARA O LOG).
      * CARNET QUE JÁ ESTÁ NO CADASTRO NÃO É CONFERIDO: É O REPLAY DE
      * UM REINÍCIO OU O MOTIVO 03, TRATADOS NA GRAVAÇÃO. A LINHA
      * REAPRESENTADA COM MOTIVO 07 E JUSTIFICATIVA É ACEITA.
       CONFERE-DUPLICATA.
           MOVE "N" TO WS-DUPLICATA.
           MOVE ZEROS TO WS-DUP-CARNET.
           MOVE SPACES TO WS-DUP-ORIGEM.
           MOVE WS-C-CARNET-N TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
           END-READ.
           IF FS-OK
               GO TO CONFERE-DUPLICATA-FIM
           END-IF.
           MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(WS-C-NOME))
               TO WS-DUP-NOME-NORM.
           MOVE WS-DUP-NOME-NORM TO WS-DUP-NOME-BUSCA.
           PERFORM DUPLIC-POR-NOME THRU DUPLIC-POR-NOME-FIM.
           IF NOT E-DUPLICATA AND WS-C-NOME NOT = WS-DUP-NOME-NORM
               MOVE WS-C-NOME TO WS-DUP-NOME-BUSCA
               PERFORM DUPLIC-POR-NOME THRU DUPLIC-POR-NOME-FIM
           END-IF.
           IF NOT E-DUPLICATA AND FONES-ABERTO
               PERFORM DUPLIC-POR-FONE THRU DUPLIC-POR-FONE-FIM
           END-IF.
           IF NOT E-DUPLICATA AND CONTATOS-ABERTO
               PERFORM DUPLIC-POR-CONTATO
           END-IF.
           IF E-DUPLICATA AND EM-REAPRESENTACAO
                   AND WS-R-MOTIVO = "07"
                   AND WS-R-JUSTIFICA NOT = SPACES
               MOVE "J" TO WS-DUPLICATA
           END-IF.
       CONFERE-DUPLICATA-FIM.
           EXIT.

       DUPLIC-POR-NOME.
           MOVE WS-DUP-NOME-BUSCA TO MESTRE-NOME.
           START FILE1 KEY IS NOT LESS THAN MESTRE-NOME
               INVALID KEY GO TO DUPLIC-POR-NOME-FIM
           END-START.
           MOVE 0 TO FINAL-DUPLIC.
           PERFORM LE-DUPLIC-NOME UNTIL FINAL-DUPLIC = 1.
       DUPLIC-POR-NOME-FIM.
           EXIT.

       LE-DUPLIC-NOME.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF (FS-STAT NOT = 00 AND FS-STAT NOT = 02)
                   OR MESTRE-NOME NOT = WS-DUP-NOME-BUSCA
                   MOVE 1 TO FINAL-DUPLIC
               ELSE
                   IF NOT MESTRE-TRANSFERIDO
                       AND MESTRE-CARNET NOT = WS-C-CARNET-N
                       MOVE "S" TO WS-DUPLICATA
                       MOVE MESTRE-CARNET TO WS-DUP-CARNET
                       MOVE "NOME" TO WS-DUP-ORIGEM
                       MOVE 1 TO FINAL-DUPLIC
                   END-IF
               END-IF
           END-IF.

       DUPLIC-POR-FONE.
           MOVE WS-C-FONE-N TO FON-FONE.
           MOVE ZEROS TO FON-CARNET.
           MOVE SPACE TO FON-ORIGEM.
           START FONES KEY IS NOT LESS THAN FON-KEY
               INVALID KEY GO TO DUPLIC-POR-FONE-FIM
           END-START.
           MOVE 0 TO FINAL-DUPLIC.
           PERFORM LE-DUPLIC-FONE UNTIL FINAL-DUPLIC = 1.
       DUPLIC-POR-FONE-FIM.
           EXIT.

       LE-DUPLIC-FONE.
           READ FONES NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF FS-STAT-FON NOT = ZEROS
                   OR FON-FONE NOT = WS-C-FONE-N
                   MOVE 1 TO FINAL-DUPLIC
               ELSE
                   IF FON-ORIGEM = "V"
                       AND FON-CARNET NOT = WS-C-CARNET-N
                       MOVE "S" TO WS-DUPLICATA
                       MOVE FON-CARNET TO WS-DUP-CARNET
                       MOVE "FONE" TO WS-DUP-ORIGEM
                       MOVE 1 TO FINAL-DUPLIC
                   END-IF
                   IF FON-ORIGEM = "M"
                       AND FON-NOME-NORM = WS-DUP-NOME-NORM
                       MOVE "S" TO WS-DUPLICATA
                       MOVE FON-CARNET TO WS-DUP-CARNET
                       MOVE "MORTO" TO WS-DUP-ORIGEM
                       MOVE 1 TO FINAL-DUPLIC
                   END-IF
               END-IF
           END-IF.

      * O VALOR DO CONTATO É TEXTO LIVRE: PROCURA O FONE SEM ZEROS À
      * ESQUERDA E, SE FOR DIFERENTE, COM OS NOVE DÍGITOS
       DUPLIC-POR-CONTATO.
           MOVE WS-C-FONE-N TO WS-DUP-FONE-ED.
           MOVE FUNCTION TRIM(WS-DUP-FONE-ED) TO WS-DUP-VALOR.
           PERFORM DUPLIC-CONTATO-VALOR THRU DUPLIC-CONTATO-VALOR-FIM.
           IF NOT E-DUPLICATA AND WS-C-FONE-N < 100000000
               MOVE SPACES TO WS-DUP-VALOR
               MOVE WS-C-FONE-N TO WS-DUP-VALOR(1:9)
               PERFORM DUPLIC-CONTATO-VALOR
                   THRU DUPLIC-CONTATO-VALOR-FIM
           END-IF.

       DUPLIC-CONTATO-VALOR.
           MOVE WS-DUP-VALOR TO CTT-VALOR.
           START CONTATOS KEY IS NOT LESS THAN CTT-VALOR
               INVALID KEY GO TO DUPLIC-CONTATO-VALOR-FIM
           END-START.
           MOVE 0 TO FINAL-DUPLIC.
           PERFORM LE-DUPLIC-CONTATO UNTIL FINAL-DUPLIC = 1.
       DUPLIC-CONTATO-VALOR-FIM.
           EXIT.

       LE-DUPLIC-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF NOT FS-CTT-LEITURA-OK
                   OR CTT-VALOR NOT = WS-DUP-VALOR
                   MOVE 1 TO FINAL-DUPLIC
               ELSE
                   PERFORM CLIENTE-DO-CONTATO
                       THRU CLIENTE-DO-CONTATO-FIM
               END-IF
           END-IF.

      * O CLIENTE DO CONTATO, SEGUINDO O CARNET TRANSFERIDO ATÉ O
      * SUCESSOR; CONTATO SEM CLIENTE NO CADASTRO (JÁ EXPURGADO) É
      * IGNORADO (O MORTO É CONFERIDO PELO ÍNDICE DE FONES)
       CLIENTE-DO-CONTATO.
           MOVE CTT-CARNET TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY GO TO CLIENTE-DO-CONTATO-FIM
           END-READ.
           IF MESTRE-TRANSFERIDO
               AND MESTRE-CARNET-SUCESSOR NUMERIC
               AND MESTRE-CARNET-SUCESSOR > 0
               MOVE MESTRE-CARNET-SUCESSOR TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY GO TO CLIENTE-DO-CONTATO-FIM
               END-READ
           END-IF.
           IF NOT MESTRE-TRANSFERIDO
               AND MESTRE-CARNET NOT = WS-C-CARNET-N
               MOVE "S" TO WS-DUPLICATA
               MOVE MESTRE-CARNET TO WS-DUP-CARNET
               MOVE "CONTATO" TO WS-DUP-ORIGEM
               MOVE 1 TO FINAL-DUPLIC
           END-IF.
       CLIENTE-DO-CONTATO-FIM.
           EXIT.

       GRAVA-CLIENTE.
           MOVE SPACES TO MESTRE-REC.
           MOVE ZEROS TO MESTRE-CEP.
           MOVE WS-C-FONE-N   TO MESTRE-FONE.
           MOVE WS-C-NOME     TO MESTRE-NOME.
           MOVE WS-C-ENDERECO TO MESTRE-ENDERECO.
           MOVE WS-C-LOGRADOURO TO MESTRE-LOGRADOURO.
           MOVE WS-C-NUMERO     TO MESTRE-NUMERO.
           MOVE WS-C-BAIRRO     TO MESTRE-BAIRRO.
           MOVE WS-C-CIDADE     TO MESTRE-CIDADE.
           MOVE WS-C-CEP-N      TO MESTRE-CEP.
           IF MESTRE-ENDERECO = SPACES
               AND MESTRE-LOGRADOURO NOT = SPACES
               PERFORM MONTA-ENDERECO
           END-IF.
           MOVE "A" TO MESTRE-STATUS.
           MOVE MESTRE-NOME(1:1) TO MESTRE-INICIAL.
           MOVE "CLIENTES" TO MESTRE-ORIGEM.
                   ADD 1 TO WS-TOTAL-GRAVADOS
                   ADD WS-C-CARNET-N TO WS-CHECKSUM-DELTA
                   PERFORM GRAVA-AUDITORIA
                   IF DUPLIC-ACEITA
                       ADD 1 TO WS-TOTAL-DUP-ACEITAS
                       PERFORM GRAVA-AUDITORIA-DUPLIC
                   END-IF
                   PERFORM GUARDA-FONE-CARREGADO
                   IF CEP-DIVERGE
                       PERFORM GRAVA-AVISO
                   END-IF
                   IF NOT EM-REAPRESENTACAO
                       AND FUNCTION MOD(WS-TOTAL-GRAVADOS,
                               WS-CHECKPOINT-N) = 0
           MOVE WS-CSV-ORIGINAL TO REJ-CSV.
           WRITE REJ-REGISTRO FROM WS-REJ-REC.

      * -----------------------------------
      * LINHA CARREGADA COM CIDADE/BAIRRO DIFERENTES DO CEP, NO
      * LAYOUT DAS REJEIÇÕES (NÃO CONTA COMO ERRO).
       GRAVA-AVISO.
           ADD 1 TO WS-TOTAL-AVISOS.
           IF EM-REAPRESENTACAO
               MOVE WS-LINHA-REA TO REJ-LINHA
           ELSE
               MOVE WS-LINHA-NUM TO REJ-LINHA
           END-IF.
           MOVE "06"            TO REJ-MOTIVO.
           MOVE WS-CSV-ORIGINAL TO REJ-CSV.
           WRITE AVI-REGISTRO FROM WS-REJ-REC.

      * -----------------------------------
      * RECOMPÕE O TEXTO LIVRE MESTRE-ENDERECO A PARTIR DOS CAMPOS
      * ESTRUTURADOS, NO MESMO PADRÃO DO CLIENTES.
       MONTA-ENDERECO.
           MOVE SPACES TO MESTRE-ENDERECO.
           STRING FUNCTION TRIM(MESTRE-LOGRADOURO) DELIMITED BY SIZE
                  ", "                             DELIMITED BY SIZE
                  FUNCTION TRIM(MESTRE-NUMERO)     DELIMITED BY SIZE
                  ", "                             DELIMITED BY SIZE
                  FUNCTION TRIM(MESTRE-BAIRRO)     DELIMITED BY SIZE
                  ", "                             DELIMITED BY SIZE
                  FUNCTION TRIM(MESTRE-CIDADE)     DELIMITED BY SIZE
               INTO MESTRE-ENDERECO
               ON OVERFLOW CONTINUE
           END-STRING.

      * -----------------------------------
      * CARREGA AS LINHAS REJEITADAS CORRIGIDAS PELO OPERADOR, SE O
      * ARQUIVO DE REAPRESENTAÇÃO EXISTIR. ESSA FASE NÃO MEXE NO
           UNSTRING REA-REGISTRO DELIMITED BY ","
               INTO WS-R-LINHA WS-R-MOTIVO
                    WS-C-CARNET WS-C-FONE WS-C-NOME WS-C-ENDERECO
                    WS-C-LOGRADOURO WS-C-NUMERO WS-C-BAIRRO
                    WS-C-CIDADE WS-C-CEP WS-R-JUSTIFICA
           END-UNSTRING.
           MOVE SPACES TO WS-CSV-ORIGINAL.
           STRING WS-C-CARNET DELIMITED BY SPACE
                  WS-C-NOME   DELIMITED BY SIZE
                  ","         DELIMITED BY SIZE
                  WS-C-ENDERECO DELIMITED BY SIZE
                  ","         DELIMITED BY SIZE
                  WS-C-LOGRADOURO DELIMITED BY SIZE
                  ","         DELIMITED BY SIZE
                  WS-C-NUMERO DELIMITED BY SIZE
                  ","         DELIMITED BY SIZE
                  WS-C-BAIRRO DELIMITED BY SIZE
                  ","         DELIMITED BY SIZE
                  WS-C-CIDADE DELIMITED BY SIZE
                  ","         DELIMITED BY SIZE
                  WS-C-CEP    DELIMITED BY SPACE
               INTO WS-CSV-ORIGINAL
           END-STRING.
           PERFORM VALIDA-E-GRAVA THRU VALIDA-E-GRAVA-FIM.
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
           MOVE "N" TO WS-CEPS-ABERTO.
           OPEN INPUT CEPREF.
           IF FS-STAT-CEP = ZEROS
               MOVE "S" TO WS-CEPS-ABERTO
           ELSE
               DISPLAY "BASE DE CEPS AUSENTE: CEP NAO CONFERIDO"
           END-IF.
           MOVE "N" TO WS-CONTATOS-ABERTO.
           OPEN INPUT CONTATOS.
           IF FS-STAT-CTT = ZEROS
               MOVE "S" TO WS-CONTATOS-ABERTO
           ELSE
               DISPLAY "CONTATOS AUSENTES: FONE NAO CONFERIDO NELES"
           END-IF.

      * -----------------------------------
      * MONTA O ÍNDICE DE FONES DA CONFERÊNCIA DE DUPLICATAS COM OS
      * CLIENTES VIVOS E OS DO ARQUIVO MORTO. SE O ÍNDICE NÃO PUDER
      * SER CRIADO, A CARGA SEGUE SEM A CONFERÊNCIA POR FONE.
       MONTA-FONES.
           MOVE "N" TO WS-FONES-ABERTO.
           OPEN OUTPUT FONES.
           IF FS-STAT-FON NOT = ZEROS
               DISPLAY "INDICE DE FONES INDISPONIVEL: SEM CONFERENCIA"
               GO TO MONTA-FONES-FIM
           END-IF.
           CLOSE FONES.
           OPEN I-O FONES.
           MOVE "S" TO WS-FONES-ABERTO.
           MOVE ZEROS TO MESTRE-KEY.
           START FILE1 KEY IS NOT LESS THAN MESTRE-KEY
               INVALID KEY MOVE 1 TO FINAL-DUPLIC
               NOT INVALID KEY MOVE 0 TO FINAL-DUPLIC
           END-START.
           PERFORM FONE-DO-CADASTRO UNTIL FINAL-DUPLIC = 1.
           OPEN INPUT ARQUIVO-MORTO.
           IF FS-STAT-ARQ = ZEROS
               MOVE 0 TO FINAL-DUPLIC
               PERFORM FONE-DO-MORTO UNTIL FINAL-DUPLIC = 1
               CLOSE ARQUIVO-MORTO
           END-IF.
       MONTA-FONES-FIM.
           EXIT.

       FONE-DO-CADASTRO.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF NOT MESTRE-TRANSFERIDO
                   AND MESTRE-FONE NUMERIC AND MESTRE-FONE > 0
                   PERFORM GUARDA-FONE-CARREGADO
               END-IF
           END-IF.

       FONE-DO-MORTO.
           READ ARQUIVO-MORTO
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF ARQ-FONE NUMERIC AND ARQ-FONE > 0
                   MOVE ARQ-FONE   TO FON-FONE
                   MOVE ARQ-CARNET TO FON-CARNET
                   MOVE "M"        TO FON-ORIGEM
                   MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(ARQ-NOME))
                       TO FON-NOME-NORM
                   WRITE FON-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.

      * O CLIENTE DA ÁREA DO FD ENTRA NO ÍNDICE DE FONES (NO INÍCIO,
      * PARA OS DO CADASTRO; DEPOIS, PARA CADA UM CARREGADO)
       GUARDA-FONE-CARREGADO.
           IF FONES-ABERTO
               MOVE MESTRE-FONE   TO FON-FONE
               MOVE MESTRE-CARNET TO FON-CARNET
               MOVE "V"           TO FON-ORIGEM
               MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(MESTRE-NOME))
                   TO FON-NOME-NORM
               WRITE FON-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * -----------------------------------
      * GRAVA NA TRILHA DE AUDITORIA A INCLUSÃO RECÉM-CARREGADA,
           MOVE MESTRE-FONE     TO AUD-FONE.
           MOVE MESTRE-NOME     TO AUD-NOME.
           MOVE MESTRE-ENDERECO TO AUD-ENDERECO.
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * A CARGA DE UMA PROVÁVEL DUPLICATA REAPRESENTADA COM
      * JUSTIFICATIVA: COMO O DUPLICATA DO CLIENTES, O CAMPO DE
      * ENDEREÇO LEVA O CARNET ACHADO NA CONFERÊNCIA (1 A 9) E A
      * JUSTIFICATIVA (10 A 39).
       GRAVA-AUDITORIA-DUPLIC.
           MOVE WS-DH-DATA      TO AUD-DATA.
           MOVE WS-DH-HORA      TO AUD-HORA.
           MOVE WS-OPERADOR     TO AUD-OPERADOR.
           MOVE "DUPLICATA"     TO AUD-ACAO.
           MOVE MESTRE-CARNET   TO AUD-CARNET.
           MOVE MESTRE-FONE     TO AUD-FONE.
           MOVE MESTRE-NOME     TO AUD-NOME.
           MOVE SPACES TO AUD-ENDERECO.
           MOVE WS-DUP-CARNET   TO AUD-ENDERECO(1:9).
           MOVE WS-R-JUSTIFICA  TO AUD-ENDERECO(10:30).
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * LÊ O CHECKPOINT DE UMA CARGA ANTERIOR, SE HOUVER, PARA PULAR
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
