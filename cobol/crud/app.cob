           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT HISTORICO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-HIST.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-PAG
               RECORD KEY IS PAG-KEY.
           SELECT LIVROPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-LPG
               RECORD KEY IS LPG-KEY.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-PEND
               RECORD KEY IS PEND-KEY.
           SELECT BAIXAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-BX
               RECORD KEY IS BX-KEY
               ALTERNATE RECORD KEY IS BX-PAG-KEY WITH DUPLICATES.
           SELECT RECIBOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-REC.
           SELECT CEPREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-CEP
               RECORD KEY IS CEP-KEY.
           SELECT DEVOLUCOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-DEV
               RECORD KEY IS DEV-KEY.
           SELECT CONSENTS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-CNS
               RECORD KEY IS CNS-KEY.
           SELECT DOMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-DOM
               RECORD KEY IS DOM-KEY
               ALTERNATE RECORD KEY IS DOM-ID WITH DUPLICATES.
           SELECT ARQUIVO-MORTO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-ARQ.
           SELECT RESTAURA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-RST.

       DATA DIVISION.
       FILE SECTION.
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD HISTORICO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "historico.log".
           COPY historico.
      * CONTROLE DE NUMERAÇÃO DOS CARNETS: UM ÚNICO REGISTRO (CHAVE
      * "C") COM O ÚLTIMO CARNET ATRIBUÍDO, LIDO E INCREMENTADO SOB O
      * MESMO BLOQUEIO COM RETENTATIVA DAS GRAVAÇÕES, PARA QUE DUAS
      * SESSÕES NUNCA RECEBAM O MESMO NÚMERO. O REGISTRO DE CHAVE "R"
      * NUMERA, DO MESMO JEITO, OS RECIBOS DA BAIXA MANUAL E O DE
      * CHAVE "D" OS DOMICÍLIOS (OPÇÃO F E O BATCH DOMCASA).
       FD NUMCTL VALUE OF FILE-ID IS "numeracao.dat".
       01 NUM-REC.
           05 NUM-KEY            PIC X(01).
           05 NUM-ULTIMO-CARNET  PIC 9(09).
           05 NUM-ULTIMO-RECIBO REDEFINES NUM-ULTIMO-CARNET
                                 PIC 9(09).
           05 NUM-ULTIMO-DOMICILIO REDEFINES NUM-ULTIMO-CARNET
                                 PIC 9(09).

      * CADASTRO DE OPERADORES COM SENHA E PERFIL; A MANUTENÇÃO É
      * FEITA PELO OPERMAN. O LOGIN SÓ PASSA COM SENHA CORRETA DE

      * LIVRO DE PAGAMENTOS CARREGADO TODA NOITE PELO PAGCARGA A
      * PARTIR DO RETORNO DO FATURAMENTO; A CONSULTA LÊ DAQUI A
      * SITUAÇÃO DO CARNET (EM DIA / COMPETÊNCIAS EM ABERTO) E O
      * EXTRATO, SÓ LENDO, SEM BLOQUEAR REGISTRO. ESTE PROGRAMA SÓ
      * GRAVA NELE NA BAIXA MANUAL (OPÇÃO B), QUE DÁ A COMPETÊNCIA
      * COMO PAGA NA HORA, PELO MESMO ARQUIVO ABERTO EM I-O COM
      * BLOQUEIO (LIVROPAG).
       FD PAGTOS VALUE OF FILE-ID IS "pagamentos.dat".
           COPY pagamento.

       FD LIVROPAG VALUE OF FILE-ID IS "pagamentos.dat".
           COPY pagamento REPLACING LEADING ==PAG-== BY ==LPG-==.

      * ARQUIVO FILHO DE CONTATOS DO CLIENTE; MANUTENÇÃO NA OPÇÃO 6
      * E BUSCA POR CONTATO NO MODO "T" DA CONSULTA.
       FD CONTATOS VALUE OF FILE-ID IS "contatos.dat".
       FD PENDFILE VALUE OF FILE-ID IS "pendencias.dat".
           COPY pendente.

      * BAIXAS MANUAIS DO BALCÃO (OPÇÃO B), PENDENTES ATÉ O PAGCARGA
      * CONFERIR COM O RETORNO DO FATURAMENTO, E OS RECIBOS IMPRESSOS
      * PARA O CLIENTE (recibos.lst, ACUMULADO COMO A AUDITORIA).
       FD BAIXAS VALUE OF FILE-ID IS "baixas.dat".
           COPY baixa.

       FD RECIBOS LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "recibos.lst".
       01 LINHA-RECIBO PIC X(60).

      * BASE DE CEPS DOS CORREIOS (CARREGADA PELO CEPCARGA), SÓ
      * LEITURA: CONFERÊNCIA DO CEP NA INCLUSÃO E NA ALTERAÇÃO.
       FD CEPREF VALUE OF FILE-ID IS "ceps.dat".
           COPY cep.

      * DEVOLUÇÕES DE CORREIO: REGISTRADAS NA OPÇÃO D (OU CARREGADAS
      * PELO DEVCARGA) E RESOLVIDAS AQUI QUANDO O ENDEREÇO É ALTERADO.
       FD DEVOLUCOES VALUE OF FILE-ID IS "devolucoes.dat".
           COPY devolucao.

      * CONSENTIMENTOS DO CLIENTE PARA CAMPANHAS, POR CANAL: MANTIDOS
      * NA OPÇÃO C E RECHAVEADOS NA TROCA DE CARNET.
       FD CONSENTS VALUE OF FILE-ID IS "consentimento.dat".
           COPY consentimento.

      * DOMICÍLIOS: AGRUPADOS PELO DOMCASA E MANTIDOS NA OPÇÃO F;
      * MOSTRADOS NA CONSULTA E LEVADOS NA TROCA E NA UNIFICAÇÃO.
       FD DOMFILE VALUE OF FILE-ID IS "domicilios.dat".
           COPY domicilio.

      * ARQUIVO MORTO (SÓ LEITURA) E O PEDIDO DE RESTAURAÇÃO DO
      * ARQREST: A CONFERÊNCIA DE DUPLICATAS DA INCLUSÃO PROCURA NO
      * MORTO O MESMO NOME E FONE E, A PEDIDO DO OPERADOR, ACRESCENTA
      * O CARNET ACHADO EM restaura.par.
       FD ARQUIVO-MORTO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "clientemestre_arq.dat".
           COPY arquivomorto.

       FD RESTAURA LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "restaura.par".
       01 RST-LINHA PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           88 E-REATIVAR  VALUE IS "7".
           88 E-APROVAR   VALUE IS "8".
           88 E-TROCAR    VALUE IS "9".
           88 E-EXTRATO   VALUE IS "E" "e".
           88 E-BAIXA     VALUE IS "B" "b".
           88 E-DEVOLUCAO VALUE IS "D" "d".
           88 E-CONSENTIMENTO VALUE IS "C" "c".
           88 E-DOMICILIO VALUE IS "F" "f".
           88 E-ENCERRAR  VALUE IS "q" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-LEITURA-OK VALUE 00 02.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-BLOQUEADO  VALUE 51.
      * SITUAÇÃO DE PAGAMENTO MOSTRADA NA CONSULTA, MONTADA EM
      * MONTA-SIT-PAGTO A PARTIR DO LIVRO DE PAGAMENTOS.
       77 FS-STAT-PAG PIC 9(02).
           88 FS-PAG-OK         VALUE ZEROS.
       77 WS-PAGTOS-ABERTO PIC X VALUE "N".
           88 PAGTOS-ABERTO VALUE "S".
       77 FS-STAT-LPG PIC 9(02).
           88 FS-LPG-BLOQUEADO  VALUE 51.
       77 WS-LIVROPAG-ABERTO PIC X VALUE "N".
           88 LIVROPAG-ABERTO VALUE "S".
       77 WS-SIT-PAGTO PIC X(22) VALUE SPACES.
       77 WS-PAG-ABERTAS PIC 9(04) VALUE 0.
       77 WS-PAG-VISTAS  PIC 9(04) VALUE 0.
       77 WS-OLD-NOME PIC X(40).
       77 WS-OLD-ENDERECO PIC X(40).
       77 WS-OLD-CEP PIC 9(08).
       77 WS-OLD-END-ESTRUT PIC X(84).
       77 WS-HIST-CAMPO PIC X(10).
       77 WS-HIST-VALOR-ANTIGO PIC X(40).
       77 WS-HIST-VALOR-NOVO PIC X(40).
      * VALOR). A TELA MOSTRA ATÉ 12 CONTATOS POR CLIENTE.
       77 FS-STAT-CTT PIC 9(02).
           88 FS-CTT-NAO-EXISTE VALUE 35.
           88 FS-CTT-LEITURA-OK VALUE 00 02.
       77 WS-CTT-CARNET-BUSCA PIC 9(09) VALUE ZEROS.
       77 WS-CTT-VALOR-BUSCA PIC X(40) VALUE SPACES.
       77 WS-CTT-QTD PIC 99 VALUE 0.
           05 FILLER      PIC X VALUE ">".
           05 WH-NOVO     PIC X(20).

      * EXTRATO DO CARNET (OPÇÃO E): AS COMPETÊNCIAS DO LIVRO DE
      * PAGAMENTOS DE TODOS OS ELOS DA CADEIA DE TROCAS (A MESMA
      * MONTA-CADEIA DO HISTÓRICO), DO NÚMERO MAIS ANTIGO PARA O MAIS
      * NOVO, COM O SALDO EM ABERTO ACUMULADO LINHA A LINHA E 12
      * LINHAS POR TELA. COM MAIS DE WS-EXT-MAX COMPETÊNCIAS, SÓ AS
      * MAIS RECENTES FICAM NA TABELA (OS TOTAIS CONTAM TODAS).
       77 WS-EXT-CARNET-BUSCA PIC 9(09) VALUE ZEROS.
       77 WS-EXT-NOME     PIC X(40) VALUE SPACES.
       77 WS-EXT-MAX      PIC 9(04) VALUE 0300.
       77 WS-EXT-QTD      PIC 9(04) VALUE 0.
       77 WS-EXT-OFFSET   PIC 9(04) VALUE 0.
       77 WS-EXT-I        PIC 9(04) VALUE 0.
       77 WS-EXT-IDX      PIC 9(04) VALUE 0.
       77 WS-EXT-PAG-LINHAS PIC 99 VALUE 12.
       77 WS-EXT-ABERTAS  PIC 9(04) VALUE 0.
       77 WS-EXT-SALDO    PIC 9(09)V99 VALUE 0.
       77 WS-EXT-PAGO     PIC 9(09)V99 VALUE 0.
       77 WS-EXT-NAV PIC X.
           88 E-EXT-ANTERIOR VALUE "P" "p".
       01 WS-EXT-TAB.
           05 WS-EXT-ENT PIC X(70) OCCURS 300 TIMES.
       01 WS-EXT-TELA.
           05 WS-EL-LINHA PIC X(70) OCCURS 12 TIMES.
       01 WS-EXT-LINHA-DET.
           05 WE-CARNET   PIC 9(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-MES      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-ANO      PIC 9(04).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-SITUACAO PIC X(06).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-VALOR    PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-DATA-PAG PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WE-SALDO    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EXT-DATA-FMT.
           05 WE-DIA      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-DMES     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WE-DANO     PIC 9(04).
       01 WS-EXT-TOTAIS.
           05 FILLER      PIC X(09) VALUE "ABERTAS: ".
           05 WX-ABERTAS  PIC ZZZ9.
           05 FILLER      PIC X(08) VALUE "  PAGO: ".
           05 WX-PAGO     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(16) VALUE "  SALDO ABERTO: ".
           05 WX-SALDO    PIC ZZZ,ZZZ,ZZ9.99.

      * BAIXA MANUAL (OPÇÃO B, BALCÃO E SUPERVISOR): O PAGAMENTO EM
      * ESPÉCIE DÁ A COMPETÊNCIA COMO PAGA NO LIVRO NA HORA E FICA
      * PENDENTE EM baixas.dat ATÉ O RETORNO DO FATURAMENTO CONFIRMAR
      * (VEJA O PAGCARGA). O RECIBO NUMERADO VAI PARA recibos.lst.
       77 FS-STAT-BX PIC 9(02).
           88 FS-BX-NAO-EXISTE VALUE 35.

      * CONFERÊNCIA DO CEP (CONFERE-CEP). SEM ceps.dat (BASE AINDA
      * NÃO CARREGADA) O CEP SÓ É CONFERIDO QUANTO AO FORMATO.
       77 FS-STAT-CEP PIC 9(02).
       77 WS-CEPS-ABERTO PIC X VALUE "N".
           88 CEPS-ABERTO VALUE "S".
       77 WS-CEP-RECUSADO PIC X VALUE "N".
           88 CEP-RECUSADO VALUE "S".
       77 WS-ALT-CANCELADA PIC X VALUE "N".
           88 ALT-CANCELADA VALUE "S".
       77 FS-STAT-REC PIC 9(02).
       77 WS-BX-CARNET PIC 9(09) VALUE ZEROS.
       77 WS-BX-COMPET PIC 9(06) VALUE ZEROS.
       77 WS-BX-VALOR  PIC 9(07)V99 VALUE ZEROS.
       77 WS-BX-MES    PIC 9(02) VALUE ZEROS.
       77 WS-BX-RECIBO PIC 9(08) VALUE ZEROS.
       77 WS-BX-NOME   PIC X(40) VALUE SPACES.
       77 WS-BX-PAG-EXISTE PIC X VALUE "N".
           88 BX-PAG-EXISTE VALUE "S".
       77 WS-BX-PAG-ANTES PIC X(43) VALUE SPACES.
       77 WS-BX-LIVRO PIC X VALUE "N".
           88 BX-LIVRO-OK VALUE "S".

      * DEVOLUÇÃO DE CORREIO (OPÇÃO D, BALCÃO E SUPERVISOR): REGISTRA
      * A CORRESPONDÊNCIA DEVOLVIDA PARA O CARNET, QUE FICA FORA DE
      * CARTAS E ETIQUETAS ATÉ O ENDEREÇO SER ALTERADO (ALTERA-GRAVA
      * RESOLVE AS PENDENTES, EM RESOLVE-DEVOLUCOES).
       77 FS-STAT-DEV PIC 9(02).
           88 FS-DEV-NAO-EXISTE VALUE 35.
       77 WS-DV-CARNET PIC 9(09) VALUE ZEROS.
       77 WS-DV-MOTIVO PIC X(02) VALUE SPACES.
       01 WS-DV-DATA   PIC 9(08) VALUE ZEROS.
       01 WS-DV-DATA-R REDEFINES WS-DV-DATA.
           05 WS-DV-ANO PIC 9(04).
           05 WS-DV-MES PIC 9(02).
           05 WS-DV-DIA PIC 9(02).
       77 WS-DV-NOME     PIC X(40) VALUE SPACES.
       77 WS-DV-ENDERECO PIC X(40) VALUE SPACES.
       77 WS-DV-PENDENTES PIC 9(03) VALUE 0.
       77 WS-DV-RESOLVIDAS PIC 9(03) VALUE 0.
       77 WS-DV-ULT-SEQ PIC 9(03) VALUE 0.
       77 FINAL-DEVOLUCOES PIC 9 VALUE 0.

      * CONSENTIMENTOS PARA CAMPANHAS (OPÇÃO C, BALCÃO E SUPERVISOR):
      * A TELA MOSTRA A SITUAÇÃO VIGENTE DOS 4 CANAIS E REGISTRA UMA
      * NOVA MANIFESTAÇÃO, SEM NUNCA REGRAVAR AS ANTERIORES.
       77 FS-STAT-CNS PIC 9(02).
           88 FS-CNS-NAO-EXISTE VALUE 35.
       77 WS-CN-CARNET    PIC 9(09) VALUE ZEROS.
       77 WS-CN-NOME      PIC X(40) VALUE SPACES.
       77 WS-CN-CANAL     PIC X(01) VALUE SPACE.
       77 WS-CN-SITUACAO  PIC X(01) VALUE SPACE.
       77 WS-CN-ORIGEM    PIC X(01) VALUE SPACE.
       77 WS-CN-DOCUMENTO PIC X(20) VALUE SPACES.
       77 WS-CN-CANAL-BUSCA PIC X(01) VALUE SPACE.
       77 WS-CN-I   PIC 9 VALUE 0.
       77 WS-CN-IDX PIC 9 VALUE 0.
       77 FINAL-CONSENTIMENTOS PIC 9 VALUE 0.
       01 WS-CN-CANAIS-TAB.
           05 FILLER PIC X(09) VALUE "CCARTA".
           05 FILLER PIC X(09) VALUE "TTELEFONE".
           05 FILLER PIC X(09) VALUE "SSMS".
           05 FILLER PIC X(09) VALUE "EEMAIL".
       01 WS-CN-CANAIS-R REDEFINES WS-CN-CANAIS-TAB.
           05 WS-CN-CANAL-ENT OCCURS 4 TIMES.
               10 WS-CN-CODIGO PIC X(01).
               10 WS-CN-DESCR  PIC X(08).
       01 WS-CN-VIGENTES.
           05 WS-CN-VIG OCCURS 4 TIMES.
               10 WS-CN-VIG-SIT  PIC X(01).
               10 WS-CN-VIG-DATA PIC 9(08).
               10 WS-CN-VIG-OPER PIC X(10).
               10 WS-CN-VIG-ORIG PIC X(01).
               10 WS-CN-VIG-DOC  PIC X(20).
               10 WS-CN-VIG-SEQ  PIC 9(03).
       01 WS-CN-TELA.
           05 WS-CN-LINHA PIC X(70) OCCURS 4 TIMES.
       01 WS-CN-LINHA-DET.
           05 WN-CANAL  PIC X(08).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-SIT    PIC X(08).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-DATA   PIC X(08).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-OPER   PIC X(10).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-ORIG   PIC X(01).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WN-DOC    PIC X(20).

      * DOMICÍLIO DO CLIENTE (OPÇÃO F, BALCÃO E SUPERVISOR): MOSTRA O
      * DOMICÍLIO E SEUS MEMBROS E ACEITA VINCULAR O CARNET AO
      * DOMICÍLIO DE OUTRO (V), RETIRÁ-LO DO DOMICÍLIO E DO
      * AGRUPAMENTO AUTOMÁTICO (R), TORNÁ-LO TITULAR (T) E LIBERAR O
      * RETIRADO PARA O AGRUPAMENTO DE NOVO (A). A TELA MOSTRA ATÉ 8
      * MEMBROS.
       77 FS-STAT-DOM PIC 9(02).
           88 FS-DOM-NAO-EXISTE VALUE 35.
           88 FS-DOM-BLOQUEADO  VALUE 51.
       77 WS-DM-CARNET  PIC 9(09) VALUE ZEROS.
       77 WS-DM-NOME    PIC X(40) VALUE SPACES.
       77 WS-DM-ID      PIC 9(07) VALUE ZEROS.
       77 WS-DM-PAPEL   PIC X(01) VALUE SPACE.
       77 WS-DM-CMD     PIC X(01) VALUE SPACE.
       77 WS-DM-ALVO    PIC 9(09) VALUE ZEROS.
       77 WS-DM-ALVO-ID PIC 9(07) VALUE ZEROS.
       77 WS-DM-ALVO-PAPEL PIC X(01) VALUE SPACE.
       77 WS-DM-NOVO-ID PIC 9(07) VALUE ZEROS.
       77 WS-DM-ANTIGO-ID    PIC 9(07) VALUE ZEROS.
       77 WS-DM-ANTIGO-PAPEL PIC X(01) VALUE SPACE.
       77 WS-DM-MEMBROS PIC 9(04) VALUE 0.
       77 WS-DM-QTD     PIC 99 VALUE 0.
       77 WS-DM-I       PIC 99 VALUE 0.
       77 FINAL-DOMICILIO PIC 9 VALUE 0.
       01 WS-DM-GUARDA  PIC X(46).
      * GRAVAÇÃO DE UM VÍNCULO (GRAVA-DOMICILIO) E ESCOLHA DO
      * TITULAR (PROMOVE-TITULAR)
       77 WS-DM-GRAVA-CARNET PIC 9(09) VALUE ZEROS.
       77 WS-DM-GRAVA-ID     PIC 9(07) VALUE ZEROS.
       77 WS-DM-GRAVA-PAPEL  PIC X(01) VALUE SPACE.
       77 WS-DM-EXISTE PIC X VALUE "N".
           88 DM-EXISTE VALUE "S".
       77 WS-DM-GRAVOU PIC X VALUE "N".
           88 DM-GRAVOU VALUE "S".
       77 WS-DM-PROMOVE-ID PIC 9(07) VALUE ZEROS.
       77 WS-DM-PREFERIDO  PIC 9(09) VALUE ZEROS.
       77 WS-DM-TIT-ATUAL  PIC 9(09) VALUE ZEROS.
       77 WS-DM-NOVO-TIT   PIC 9(09) VALUE ZEROS.
       77 WS-DM-ACHOU-PREF PIC X VALUE "N".
           88 DM-ACHOU-PREF VALUE "S".
       77 WS-DM-SITUACAO PIC X(60) VALUE SPACES.
       77 WS-DM-AVISO    PIC X(60) VALUE SPACES.
       77 WS-DM-ID-ED    PIC Z(6)9.
       77 WS-DM-QTD-ED   PIC ZZZ9.
       01 WS-DM-TAB.
           05 WS-DM-ENT OCCURS 8 TIMES.
               10 WS-DM-E-CARNET PIC 9(09).
               10 WS-DM-E-PAPEL  PIC X(01).
               10 WS-DM-E-ORIGEM PIC X(01).
               10 WS-DM-E-DATA   PIC 9(08).
       01 WS-DM-TELA.
           05 WS-DM-LINHA PIC X(70) OCCURS 8 TIMES.
       01 WS-DM-LINHA-DET.
           05 WM-CARNET PIC 9(09).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WM-PAPEL  PIC X(10).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WM-NOME   PIC X(30).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WM-ORIGEM PIC X(05).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WM-DATA   PIC X(08).

      * DOMICÍLIO MOSTRADO NA CONSULTA, ABAIXO DOS DADOS DO CLIENTE:
      * O NÚMERO, O PAPEL DO CLIENTE E ATÉ 3 OUTROS MEMBROS COM A
      * SITUAÇÃO DE PAGAMENTO DE CADA UM. NA BUSCA POR NOME SÓ A
      * LINHA DO DOMICÍLIO (LER OS MEMBROS DESPOSICIONARIA O CURSOR
      * DA CHAVE ALTERNATIVA).
       77 WS-DC-RESUMIDO PIC X VALUE "N".
           88 DC-RESUMIDO VALUE "S".
       77 WS-DC-ID     PIC 9(07) VALUE ZEROS.
       77 WS-DC-CARNET PIC 9(09) VALUE ZEROS.
       77 WS-DC-OUTROS PIC 9(04) VALUE 0.
       77 WS-DC-QTD    PIC 9 VALUE 0.
       77 WS-DC-I      PIC 9 VALUE 0.
       77 WS-DC-PAPEL-DESC PIC X(10) VALUE SPACES.
       01 WS-DC-GUARDA PIC X(300).
       01 WS-DC-MEMBROS.
           05 WS-DC-MEMBRO OCCURS 3 TIMES.
               10 WS-DC-E-CARNET PIC 9(09).
               10 WS-DC-E-PAPEL  PIC X(01).
       01 WS-DC-TELA.
           05 WS-DC-CABEC PIC X(70).
           05 WS-DC-LINHA PIC X(70) OCCURS 3 TIMES.
       01 WS-DC-LINHA-DET.
           05 WK-CARNET PIC 9(09).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WK-PAPEL  PIC X(10).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WK-NOME   PIC X(23).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WK-SIT    PIC X(22).

      * CONFERÊNCIA DE DUPLICATAS NA INCLUSÃO (CONFERE-DUPLICATAS):
      * AS OCORRÊNCIAS ACHADAS (ATÉ 12, UMA POR CARNET, COM AS FORMAS
      * COMO FOI ACHADO) E A DECISÃO DO OPERADOR.
       77 FS-STAT-ARQ PIC 9(02).
       77 FS-STAT-RST PIC 9(02).
       01 WS-DP-GUARDA PIC X(300).
       77 WS-DP-CARNET        PIC 9(09) VALUE ZEROS.
       77 WS-DP-FONE          PIC 9(09) VALUE ZEROS.
       77 WS-DP-FONE-ED       PIC Z(8)9.
       77 WS-DP-NOME-DIGITADO PIC X(40) VALUE SPACES.
       77 WS-DP-NOME-NORM     PIC X(40) VALUE SPACES.
       77 WS-DP-NOME-BUSCA    PIC X(40) VALUE SPACES.
       77 WS-DP-VALOR         PIC X(40) VALUE SPACES.
       77 WS-DP-ACHOU-CARNET  PIC 9(09) VALUE ZEROS.
       77 WS-DP-ACHOU-ORIGEM  PIC X(01) VALUE SPACE.
       77 WS-DP-ACHOU-STATUS  PIC X(01) VALUE SPACE.
       77 WS-DP-ACHOU-FONE    PIC 9(09) VALUE ZEROS.
       77 WS-DP-ACHOU-NOME    PIC X(40) VALUE SPACES.
       77 WS-DP-QTD     PIC 99 VALUE 0.
       77 WS-DP-I       PIC 99 VALUE 0.
       77 WS-DP-IDX     PIC 99 VALUE 0.
       77 WS-DP-SEL     PIC 99 VALUE 0.
       77 WS-DP-EXCESSO PIC 9(04) VALUE 0.
       77 WS-DP-CMD     PIC X(03).
       77 WS-DP-JUSTIFICA PIC X(30) VALUE SPACES.
       77 WS-DP-AVISO   PIC X(60) VALUE SPACES.
       77 FINAL-DUPLIC  PIC 9 VALUE 0.
       77 WS-DP-INCOMPLETA PIC X VALUE "N".
           88 DP-INCOMPLETA VALUE "S".
       77 WS-DP-JA-PEDIDO PIC X VALUE "N".
           88 DP-JA-PEDIDO VALUE "S".
      * ESPAÇO = SEM OCORRÊNCIA (OU AINDA NA TELA), J = INCLUI COM
      * JUSTIFICATIVA, V = VOLTA AO FORMULÁRIO, C = INCLUSÃO CANCELADA
      * (USOU O EXISTENTE OU PEDIU A RESTAURAÇÃO)
       77 WS-DP-DECISAO PIC X VALUE SPACE.
           88 DP-SEM-DECISAO VALUE SPACE.
           88 DP-JUSTIFICADA VALUE "J".
           88 DP-VOLTA       VALUE "V".
           88 DP-CANCELADA   VALUE "C".
       01 WS-DP-TAB.
           05 WS-DP-ENT OCCURS 12 TIMES.
               10 WS-DP-E-CARNET PIC 9(09).
               10 WS-DP-E-ORIGEM PIC X(03).
               10 WS-DP-E-STATUS PIC X(01).
               10 WS-DP-E-FONE   PIC 9(09).
               10 WS-DP-E-NOME   PIC X(40).
       01 WS-DP-TELA.
           05 WS-DP-LINHA PIC X(70) OCCURS 12 TIMES.
       01 WS-DP-LINHA-DET.
           05 WG-NR     PIC Z9.
           05 FILLER    PIC X VALUE SPACE.
           05 WG-ORIGEM PIC X(03).
           05 FILLER    PIC X VALUE SPACE.
           05 WG-CARNET PIC 9(09).
           05 FILLER    PIC X VALUE SPACE.
           05 WG-STATUS PIC X(01).
           05 FILLER    PIC X VALUE SPACE.
           05 WG-FONE   PIC Z(8)9.
           05 FILLER    PIC X VALUE SPACE.
           05 WG-NOME   PIC X(40).
       01 WS-DP-AVISO-QTD.
           05 FILLER    PIC X(05) VALUE "MAIS ".
           05 WG-EXCESSO PIC ZZZ9.
           05 FILLER    PIC X(26) VALUE " OCORRENCIAS NAO MOSTRADAS".
       01 WS-RECIBO-TRACO PIC X(60) VALUE ALL "-".
       01 WS-RECIBO-L1.
           05 FILLER      PIC X(44) VALUE
              "RECIBO DE PAGAMENTO NO BALCAO".
           05 FILLER      PIC X(04) VALUE "NR: ".
           05 WV-RECIBO   PIC 9(08).
       01 WS-RECIBO-L2.
           05 FILLER      PIC X(06) VALUE "DATA: ".
           05 WV-DIA      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WV-MES      PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WV-ANO      PIC 9(04).
           05 FILLER      PIC X(08) VALUE "  HORA: ".
           05 WV-HORA     PIC 9(02).
           05 FILLER      PIC X VALUE ":".
           05 WV-MINUTO   PIC 9(02).
           05 FILLER      PIC X(13) VALUE "  OPERADOR: ".
           05 WV-OPERADOR PIC X(10).
       01 WS-RECIBO-L3.
           05 FILLER      PIC X(08) VALUE "CARNET: ".
           05 WV-CARNET   PIC 9(09).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 WV-NOME     PIC X(40).
       01 WS-RECIBO-L4.
           05 FILLER      PIC X(13) VALUE "COMPETENCIA: ".
           05 WV-CMES     PIC 9(02).
           05 FILLER      PIC X VALUE "/".
           05 WV-CANO     PIC 9(04).
           05 FILLER      PIC X(10) VALUE "   VALOR: ".
           05 WV-VALOR    PIC Z,ZZZ,ZZ9.99.
       01 WS-RECIBO-L5 PIC X(60) VALUE
           "PAGAMENTO SUJEITO A CONFIRMACAO PELO FATURAMENTO".

       COPY screenio.

      * LACRE DAS LINHAS DAS TRILHAS (VEJA selolog.cpy E
      * GRAVA-LINHA-AUDITORIA / GRAVA-LINHA-HISTORICO)
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

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
           05 LINE 14 COLUMN 15 VALUE "8 - APPROVALS".
           05 LINE 15 COLUMN 15 VALUE "9 - NEW CARD NR".
           05 LINE 16 COLUMN 15 VALUE "X - EXIT".
           05 LINE 07 COLUMN 40 VALUE "E - STATEMENT".
           05 LINE 08 COLUMN 40 VALUE "B - COUNTER PAYMENT".
           05 LINE 09 COLUMN 40 VALUE "D - RETURNED MAIL".
           05 LINE 10 COLUMN 40 VALUE "C - CONSENT".
           05 LINE 11 COLUMN 40 VALUE "F - HOUSEHOLD".
           05 LINE 18 COLUMN 15 VALUE "CHOOSE: ".
           05 LINE 18 COL PLUS 1 USING WS-OPCAO AUTO.

           05 LINE 10 COLUMN 35 VALUE "PAGTOS:".
           05 COLUMN PLUS 2 PIC X(22) FROM WS-SIT-PAGTO.

      * DOMICÍLIO DO CLIENTE, ABAIXO DOS DADOS, SÓ NA CONSULTA (EM
      * BRANCO QUANDO NÃO HÁ, PARA LIMPAR O CLIENTE ANTERIOR)
       01 SS-DOM-CONSULTA FOREGROUND-COLOR COR-FRENTE.
           05 LINE 19 COLUMN 10 PIC X(70) FROM WS-DC-CABEC.
           05 LINE 20 COLUMN 10 PIC X(70) FROM WS-DC-LINHA(1).
           05 LINE 21 COLUMN 10 PIC X(70) FROM WS-DC-LINHA(2).
           05 LINE 22 COLUMN 10 PIC X(70) FROM WS-DC-LINHA(3).

       01 SS-MODO-CONSULTA FOREGROUND-COLOR COR-FRENTE.
           05 LINE 09 COLUMN 10 VALUE
              "BUSCAR POR (C)ARNET, (N)OME, (L)ISTA OU CONTA(T)O? ".
              "ENTER=MAIS ANTIGOS (P)=MAIS RECENTES ESC=VOLTA: ".
           05 COLUMN PLUS 1 USING WS-HIST-NAV AUTO.

       01 SS-EXT-CHAVE FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 02 VALUE "CARNET :".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-EXT-CARNET-BUSCA
              BLANK WHEN ZEROS.

       01 SS-TELA-EXTRATO.
           05 SS-EXT-CABEC FOREGROUND-COLOR COR-FRENTE.
               10 LINE 03 COLUMN 24 PIC X(40) FROM WS-EXT-NOME.
               10 LINE 05 COLUMN 02 VALUE
                  "CARNET     COMPET.  SITUAC".
               10 LINE 05 COLUMN 37 VALUE
                  "VALOR  PAGO EM       SALDO ABERTO".
           05 SS-EXT-DETALHE.
               10 LINE 06 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(1).
               10 LINE 07 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(2).
               10 LINE 08 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(3).
               10 LINE 09 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(4).
               10 LINE 10 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(5).
               10 LINE 11 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(6).
               10 LINE 12 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(7).
               10 LINE 13 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(8).
               10 LINE 14 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(9).
               10 LINE 15 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(10).
               10 LINE 16 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(11).
               10 LINE 17 COLUMN 02 PIC X(70) FROM WS-EL-LINHA(12).
           05 SS-EXT-TOTAIS FOREGROUND-COLOR COR-FRENTE.
               10 LINE 18 COLUMN 02 PIC X(65) FROM WS-EXT-TOTAIS.

       01 SS-EXT-CMD FOREGROUND-COLOR COR-FRENTE.
           05 LINE 19 COLUMN 02 VALUE
              "ENTER=MAIS RECENTES (P)=MAIS ANTIGAS ESC=VOLTA: ".
           05 COLUMN PLUS 1 USING WS-EXT-NAV AUTO.

       01 SS-BAIXA FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 02 VALUE "CARNET :".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-BX-CARNET
              BLANK WHEN ZEROS.
           05 LINE 04 COLUMN 02 VALUE "COMPET.:".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-BX-COMPET
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMM)".
           05 LINE 05 COLUMN 02 VALUE "VALOR  :".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 USING WS-BX-VALOR.

       01 SS-BX-CLIENTE FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 24 PIC X(40) FROM WS-BX-NOME.

       01 SS-DEVOLUCAO FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 02 VALUE "CARNET :".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-DV-CARNET
              BLANK WHEN ZEROS.
           05 LINE 06 COLUMN 02 VALUE "MOTIVO :".
           05 COLUMN PLUS 2 PIC X(02) USING WS-DV-MOTIVO.
           05 COLUMN PLUS 2 VALUE
              "01 MUDOU 02 DESCONHECIDO 03 RECUSADO 04 INCOMPLETO".
           05 LINE 07 COLUMN 02 VALUE "DEVOLV.:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DV-DATA
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD, EM BRANCO = HOJE)".

       01 SS-DV-CLIENTE FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 24 PIC X(40) FROM WS-DV-NOME.
           05 LINE 04 COLUMN 24 PIC X(40) FROM WS-DV-ENDERECO.
           05 LINE 05 COLUMN 24 VALUE "DEVOLUCOES PENDENTES:".
           05 COLUMN PLUS 1 PIC ZZ9 FROM WS-DV-PENDENTES.

       01 SS-CN-CHAVE FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 02 VALUE "CARNET :".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-CN-CARNET
              BLANK WHEN ZEROS.

       01 SS-TELA-CONSENT.
           05 SS-CN-CABEC FOREGROUND-COLOR COR-FRENTE.
               10 LINE 03 COLUMN 02 VALUE "CARNET :".
               10 COLUMN PLUS 2 PIC 9(09) FROM WS-CN-CARNET.
               10 LINE 03 COLUMN 24 PIC X(40) FROM WS-CN-NOME.
               10 LINE 05 COLUMN 02 VALUE
                  "CANAL     SITUACAO  DESDE     OPERADOR    O".
               10 LINE 05 COLUMN 47 VALUE "DOCUMENTO".
           05 SS-CN-DETALHE.
               10 LINE 06 COLUMN 02 PIC X(70) FROM WS-CN-LINHA(1).
               10 LINE 07 COLUMN 02 PIC X(70) FROM WS-CN-LINHA(2).
               10 LINE 08 COLUMN 02 PIC X(70) FROM WS-CN-LINHA(3).
               10 LINE 09 COLUMN 02 PIC X(70) FROM WS-CN-LINHA(4).

       01 SS-CN-NOVO FOREGROUND-COLOR COR-FRENTE.
           05 LINE 11 COLUMN 02 VALUE
              "CANAL (C=CARTA T=TELEFONE S=SMS E=EMAIL):".
           05 COLUMN PLUS 1 PIC X(01) USING WS-CN-CANAL.
           05 LINE 12 COLUMN 02 VALUE
              "SITUACAO (I=ACEITA O=RECUSA):".
           05 COLUMN PLUS 1 PIC X(01) USING WS-CN-SITUACAO.
           05 LINE 13 COLUMN 02 VALUE
              "ORIGEM (B=BALCAO T=TELEFONE F=FORMULARIO E=EMAIL):".
           05 COLUMN PLUS 1 PIC X(01) USING WS-CN-ORIGEM.
           05 LINE 14 COLUMN 02 VALUE "DOCUMENTO:".
           05 COLUMN PLUS 1 PIC X(20) USING WS-CN-DOCUMENTO.

       01 SS-DM-CHAVE FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 02 VALUE "CARNET :".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-DM-CARNET
              BLANK WHEN ZEROS.

       01 SS-TELA-DOMICILIO.
           05 SS-DM-CABEC FOREGROUND-COLOR COR-FRENTE.
               10 LINE 03 COLUMN 02 VALUE "CARNET :".
               10 COLUMN PLUS 2 PIC 9(09) FROM WS-DM-CARNET.
               10 LINE 03 COLUMN 24 PIC X(40) FROM WS-DM-NOME.
               10 LINE 04 COLUMN 02 PIC X(60) FROM WS-DM-SITUACAO.
               10 LINE 05 COLUMN 02 VALUE
                  "CARNET     PAPEL       NOME".
               10 LINE 05 COLUMN 59 VALUE "ORIG.  DESDE".
           05 SS-DM-DETALHE.
               10 LINE 06 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(1).
               10 LINE 07 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(2).
               10 LINE 08 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(3).
               10 LINE 09 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(4).
               10 LINE 10 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(5).
               10 LINE 11 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(6).
               10 LINE 12 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(7).
               10 LINE 13 COLUMN 02 PIC X(70) FROM WS-DM-LINHA(8).
               10 LINE 14 COLUMN 02 PIC X(60) FROM WS-DM-AVISO.

       01 SS-DM-CMD FOREGROUND-COLOR COR-FRENTE.
           05 LINE 16 COLUMN 02 VALUE
              "V=VINCULA AO DOMICILIO DE OUTRO CARNET  R=RETIRA".
           05 LINE 17 COLUMN 02 VALUE
              "T=TORNA TITULAR  A=LIBERA P/ AGRUPAMENTO AUTOMATICO".
           05 LINE 18 COLUMN 02 VALUE "COMANDO:".
           05 COLUMN PLUS 1 PIC X(01) USING WS-DM-CMD.
           05 COLUMN PLUS 3 VALUE "CARNET (V):".
           05 COLUMN PLUS 1 PIC 9(09) USING WS-DM-ALVO
              BLANK WHEN ZEROS.

       01 SS-TELA-DUPLIC.
           05 SS-DP-CABEC FOREGROUND-COLOR COR-FRENTE.
               10 LINE 03 COLUMN 02 VALUE
                  "POSSIVEL CLIENTE JA CADASTRADO:".
               10 COLUMN PLUS 2 PIC X(40) FROM WS-DP-NOME-DIGITADO.
               10 LINE 04 COLUMN 02 PIC X(60) FROM WS-DP-AVISO.
               10 LINE 05 COLUMN 02 VALUE
                  "NR ACH CARNET    S FONE      NOME".
           05 SS-DP-DETALHE.
               10 LINE 06 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(1).
               10 LINE 07 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(2).
               10 LINE 08 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(3).
               10 LINE 09 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(4).
               10 LINE 10 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(5).
               10 LINE 11 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(6).
               10 LINE 12 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(7).
               10 LINE 13 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(8).
               10 LINE 14 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(9).
               10 LINE 15 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(10).
               10 LINE 16 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(11).
               10 LINE 17 COLUMN 02 PIC X(70) FROM WS-DP-LINHA(12).
           05 SS-DP-LEGENDA FOREGROUND-COLOR COR-FRENTE.
               10 LINE 18 COLUMN 02 VALUE
                  "ACH: N=NOME F=FONE C=CONTATO M=MORTO".
               10 LINE 18 COLUMN 42 VALUE
                  "S: A=ATIVO I=EXCLUIDO M=MORTO".

       01 SS-DP-CMD FOREGROUND-COLOR COR-FRENTE.
           05 LINE 19 COLUMN 02 VALUE
              "UNN=USA O EXISTENTE RNN=PEDE RESTAURACAO".
           05 COLUMN PLUS 1 VALUE "J=INCLUI ASSIM MESMO ESC=VOLTA:".
           05 COLUMN PLUS 1 PIC X(03) USING WS-DP-CMD.

       01 SS-DP-JUSTIFICA FOREGROUND-COLOR COR-FRENTE.
           05 LINE 20 COLUMN 02 VALUE "JUSTIFICATIVA:".
           05 COLUMN PLUS 1 PIC X(30) USING WS-DP-JUSTIFICA.

       01 SS-CTT-CHAVE FOREGROUND-COLOR COR-FRENTE.
           05 LINE 03 COLUMN 02 VALUE "CARNET :".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-CTT-CARNET-BUSCA
               DISPLAY SS-CLS
               ACCEPT SS-MENU
      * AS OPÇÕES QUE GRAVAM (1/3/4) SÃO RECUSADAS PARA PERFIS QUE
      * NÃO AS TÊM: CONSULTA SÓ CONSULTA (2/5/E); BALCÃO E SUPERVISOR
      * TÊM O BALCÃO COMPLETO, INCLUSIVE A BAIXA MANUAL (B), A
      * DEVOLUÇÃO DE CORREIO (D), OS CONSENTIMENTOS (C) E OS
      * DOMICÍLIOS (F).
               EVALUATE TRUE
                   WHEN E-ADDITIONR AND PERFIL-CONSULTA
                       PERFORM SEM-PERMISSAO
                       PERFORM SEM-PERMISSAO
                   WHEN E-TROCAR AND PERFIL-CONSULTA
                       PERFORM SEM-PERMISSAO
                   WHEN E-BAIXA AND PERFIL-CONSULTA
                       PERFORM SEM-PERMISSAO
                   WHEN E-DEVOLUCAO AND PERFIL-CONSULTA
                       PERFORM SEM-PERMISSAO
                   WHEN E-CONSENTIMENTO AND PERFIL-CONSULTA
                       PERFORM SEM-PERMISSAO
                   WHEN E-DOMICILIO AND PERFIL-CONSULTA
                       PERFORM SEM-PERMISSAO
                   WHEN E-ADDITIONR
                       PERFORM ADDITION THRU ADDITION-FIM
                   WHEN E-CONSULTAR
                       PERFORM APROVACOES THRU APROVACOES-FIM
                   WHEN E-TROCAR
                       PERFORM TROCA THRU TROCA-FIM
                   WHEN E-EXTRATO
                       PERFORM EXTRATO-CLIENTE
                           THRU EXTRATO-CLIENTE-FIM
                   WHEN E-BAIXA
                       PERFORM BAIXA-MANUAL THRU BAIXA-MANUAL-FIM
                   WHEN E-DEVOLUCAO
                       PERFORM DEVOLUCAO-CORREIO
                           THRU DEVOLUCAO-CORREIO-FIM
                   WHEN E-CONSENTIMENTO
                       PERFORM CONSENTIMENTO-CLIENTE
                           THRU CONSENTIMENTO-CLIENTE-FIM
                   WHEN E-DOMICILIO
                       PERFORM DOMICILIO-CLIENTE
                           THRU DOMICILIO-CLIENTE-FIM
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE FILE1.
           CLOSE AUDITLOG.
           CLOSE HISTORICO.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           CLOSE NUMCTL.
           CLOSE OPERFILE.
           CLOSE CONTATOS.
           CLOSE PENDFILE.
           CLOSE BAIXAS.
           CLOSE RECIBOS.
           CLOSE DEVOLUCOES.
           CLOSE CONSENTS.
           CLOSE DOMFILE.
           IF PAGTOS-ABERTO
               CLOSE PAGTOS
           END-IF.
           IF LIVROPAG-ABERTO
               CLOSE LIVROPAG
           END-IF.
           IF CEPS-ABERTO
               CLOSE CEPREF
           END-IF.
           STOP RUN.

      * -----------------------------------
               PERFORM MOSTRA-ERRO
               GO ADDITION-LOOP
           END-IF
      * O CEP É CONFERIDO ANTES DOS DEMAIS CAMPOS DO ENDEREÇO PARA
      * QUE LOGRADOURO, BAIRRO E CIDADE EM BRANCO SEJAM PREENCHIDOS
      * PELA BASE DE CEPS; O OPERADOR COMPLETA O NR E CONFIRMA.
           IF MESTRE-CEP NOT NUMERIC OR MESTRE-CEP = ZEROS
               MOVE "CEP INVÁLIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ADDITION-LOOP
           END-IF
           PERFORM CONFERE-CEP THRU CONFERE-CEP-FIM
           IF CEP-RECUSADO
               GO ADDITION-LOOP
           END-IF
           IF MESTRE-LOGRADOURO = SPACES OR MESTRE-NUMERO = SPACES
               OR MESTRE-BAIRRO = SPACES OR MESTRE-CIDADE = SPACES
               MOVE "INFORME LOGRADOURO, NR, BAIRRO E CIDADE"
               PERFORM MOSTRA-ERRO
               GO ADDITION-LOOP
           END-IF
           PERFORM MONTA-ENDERECO
           IF FUNCTION LENGTH(FUNCTION TRIM(MESTRE-ENDERECO))
                   < WS-MIN-ENDERECO
               PERFORM MOSTRA-ERRO
               GO ADDITION-LOOP
           END-IF
           PERFORM CONFERE-DUPLICATAS THRU CONFERE-DUPLICATAS-FIM
           IF DP-VOLTA
               DISPLAY SS-CLS
               GO ADDITION-LOOP
           END-IF
           IF DP-CANCELADA
               GO ADDITION
           END-IF
           MOVE "A" TO MESTRE-STATUS.
           MOVE MESTRE-NOME(1:1) TO MESTRE-INICIAL.
           MOVE "CLIENTES" TO MESTRE-ORIGEM.
      * RECUPERAÇÃO (RECUPERA) PODEREM RECONSTITUÍ-LA
                   MOVE "INCLUSAO" TO WS-AUD-ACAO-GRAVA
                   PERFORM GRAVA-AUDITORIA
                   IF DP-JUSTIFICADA
                       PERFORM GRAVA-AUDITORIA-DUPLIC
                   END-IF
           END-WRITE.
       ADDITION-GRAVA-FIM.

      * -----------------------------------
      * CONFERÊNCIA DE DUPLICATAS ANTES DE GRAVAR A INCLUSÃO. PROCURA
      * O MESMO NOME NORMALIZADO (MAIÚSCULAS, SEM BRANCOS NAS PONTAS,
      * COMO NO DUPLIC) PELA CHAVE ALTERNATIVA DO CADASTRO, O MESMO
      * FONE NO MESTRE-FONE (VARREDURA DO CADASTRO, QUE NÃO TEM CHAVE
      * POR FONE) E NOS CONTATOS (CHAVE CTT-VALOR), E O MESMO NOME E
      * FONE NO ARQUIVO MORTO. CARNET TRANSFERIDO NÃO CONTA (O
      * SUCESSOR É QUE APARECE). HAVENDO OCORRÊNCIA O OPERADOR
      * ESCOLHE: USAR O CLIENTE EXISTENTE OU PEDIR A RESTAURAÇÃO DO
      * MORTO (EM AMBOS A INCLUSÃO É CANCELADA), OU INCLUIR ASSIM
      * MESMO COM UMA JUSTIFICATIVA, QUE VAI PARA A AUDITORIA (AÇÃO
      * "DUPLICATA"); ESC VOLTA AO FORMULÁRIO. AS LEITURAS USAM A
      * ÁREA DO FD, POR ISSO O CLIENTE DIGITADO É GUARDADO ANTES E
      * DEVOLVIDO NO FIM.
       CONFERE-DUPLICATAS.
           MOVE SPACE TO WS-DP-DECISAO.
           MOVE SPACES TO WS-DP-JUSTIFICA.
           MOVE MESTRE-REC TO WS-DP-GUARDA.
           MOVE MESTRE-CARNET TO WS-DP-CARNET.
           MOVE MESTRE-FONE TO WS-DP-FONE.
           MOVE MESTRE-NOME TO WS-DP-NOME-DIGITADO.
           MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(MESTRE-NOME))
               TO WS-DP-NOME-NORM.
           MOVE 0 TO WS-DP-QTD.
           MOVE 0 TO WS-DP-EXCESSO.
           MOVE "N" TO WS-DP-INCOMPLETA.
           MOVE SPACES TO WS-DP-TELA.
           MOVE WS-DP-NOME-NORM TO WS-DP-NOME-BUSCA.
           PERFORM DUPLIC-POR-NOME THRU DUPLIC-POR-NOME-FIM.
      * A CHAVE ALTERNATIVA GUARDA O NOME COMO FOI DIGITADO: QUANDO A
      * FORMA DIGITADA DIFERE DA NORMALIZADA, PROCURA TAMBÉM POR ELA
           IF WS-DP-NOME-DIGITADO NOT = WS-DP-NOME-NORM
               MOVE WS-DP-NOME-DIGITADO TO WS-DP-NOME-BUSCA
               PERFORM DUPLIC-POR-NOME THRU DUPLIC-POR-NOME-FIM
           END-IF
           PERFORM DUPLIC-POR-FONE THRU DUPLIC-POR-FONE-FIM.
           PERFORM DUPLIC-POR-CONTATO.
           PERFORM DUPLIC-NO-MORTO THRU DUPLIC-NO-MORTO-FIM.
           MOVE WS-DP-GUARDA TO MESTRE-REC.
           IF WS-DP-QTD = 0 AND NOT DP-INCOMPLETA
               GO CONFERE-DUPLICATAS-FIM
           END-IF
           PERFORM MONTA-LINHA-DUPLIC
               VARYING WS-DP-I FROM 1 BY 1 UNTIL WS-DP-I > WS-DP-QTD.
           MOVE SPACES TO WS-DP-AVISO.
           IF WS-DP-EXCESSO > 0
               MOVE WS-DP-EXCESSO TO WG-EXCESSO
               MOVE WS-DP-AVISO-QTD TO WS-DP-AVISO
           END-IF
           IF DP-INCOMPLETA
               MOVE "CONFERENCIA INCOMPLETA: REGISTRO BLOQUEADO"
                   TO WS-DP-AVISO
           END-IF.
       CONFERE-DUPLICATAS-TELA.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-DUPLIC.
           MOVE SPACES TO WS-DP-CMD.
           ACCEPT SS-DP-CMD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE "V" TO WS-DP-DECISAO
               GO CONFERE-DUPLICATAS-FIM
           END-IF
           EVALUATE WS-DP-CMD(1:1)
               WHEN "U"
               WHEN "u"
                   PERFORM DUPLIC-USA-EXISTENTE
                       THRU DUPLIC-USA-EXISTENTE-FIM
               WHEN "R"
               WHEN "r"
                   PERFORM DUPLIC-PEDE-RESTAURACAO
                       THRU DUPLIC-PEDE-RESTAURACAO-FIM
               WHEN "J"
               WHEN "j"
                   PERFORM DUPLIC-JUSTIFICA THRU DUPLIC-JUSTIFICA-FIM
               WHEN OTHER
                   MOVE "COMANDO INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           MOVE WS-DP-GUARDA TO MESTRE-REC.
           IF DP-SEM-DECISAO
               GO CONFERE-DUPLICATAS-TELA
           END-IF.
       CONFERE-DUPLICATAS-FIM.

      * -----------------------------------
      * CLIENTES COM O NOME PROCURADO NA CHAVE ALTERNATIVA
       DUPLIC-POR-NOME.
           MOVE WS-DP-NOME-BUSCA TO MESTRE-NOME.
           START FILE1 KEY IS NOT LESS THAN MESTRE-NOME
               INVALID KEY GO DUPLIC-POR-NOME-FIM
           END-START.
           MOVE 0 TO FINAL-DUPLIC.
           PERFORM LE-DUPLIC-NOME UNTIL FINAL-DUPLIC = 1.
       DUPLIC-POR-NOME-FIM.

       LE-DUPLIC-NOME.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF NOT FS-LEITURA-OK
                   MOVE "S" TO WS-DP-INCOMPLETA
                   MOVE 1 TO FINAL-DUPLIC
               ELSE
                   IF MESTRE-NOME NOT = WS-DP-NOME-BUSCA
                       MOVE 1 TO FINAL-DUPLIC
                   ELSE
                       IF NOT MESTRE-TRANSFERIDO
                           MOVE "N" TO WS-DP-ACHOU-ORIGEM
                           PERFORM GUARDA-DUPLIC-MESTRE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------
      * CLIENTES COM O MESMO FONE NO CADASTRO. UM REGISTRO BLOQUEADO
      * POR OUTRA SESSÃO INTERROMPE A VARREDURA, E A TELA AVISA QUE
      * A CONFERÊNCIA FICOU INCOMPLETA.
       DUPLIC-POR-FONE.
           MOVE ZEROS TO MESTRE-KEY.
           START FILE1 KEY IS NOT LESS THAN MESTRE-KEY
               INVALID KEY GO DUPLIC-POR-FONE-FIM
           END-START.
           MOVE 0 TO FINAL-DUPLIC.
           PERFORM LE-DUPLIC-FONE UNTIL FINAL-DUPLIC = 1.
       DUPLIC-POR-FONE-FIM.

       LE-DUPLIC-FONE.
           READ FILE1 NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF NOT FS-LEITURA-OK
                   MOVE "S" TO WS-DP-INCOMPLETA
                   MOVE 1 TO FINAL-DUPLIC
               ELSE
                   IF MESTRE-FONE NUMERIC
                       AND MESTRE-FONE = WS-DP-FONE
                       AND NOT MESTRE-TRANSFERIDO
                       MOVE "F" TO WS-DP-ACHOU-ORIGEM
                       PERFORM GUARDA-DUPLIC-MESTRE
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------
      * CLIENTES COM O FONE ENTRE OS CONTATOS. O VALOR É TEXTO LIVRE:
      * PROCURA O FONE SEM ZEROS À ESQUERDA E, SE FOR DIFERENTE, COM
      * OS NOVE DÍGITOS.
       DUPLIC-POR-CONTATO.
           MOVE WS-DP-FONE TO WS-DP-FONE-ED.
           MOVE FUNCTION TRIM(WS-DP-FONE-ED) TO WS-DP-VALOR.
           PERFORM DUPLIC-CONTATO-VALOR THRU DUPLIC-CONTATO-VALOR-FIM.
           IF WS-DP-FONE < 100000000
               MOVE SPACES TO WS-DP-VALOR
               MOVE WS-DP-FONE TO WS-DP-VALOR(1:9)
               PERFORM DUPLIC-CONTATO-VALOR
                   THRU DUPLIC-CONTATO-VALOR-FIM
           END-IF.

       DUPLIC-CONTATO-VALOR.
           MOVE WS-DP-VALOR TO CTT-VALOR.
           START CONTATOS KEY IS NOT LESS THAN CTT-VALOR
               INVALID KEY GO DUPLIC-CONTATO-VALOR-FIM
           END-START.
           MOVE 0 TO FINAL-DUPLIC.
           PERFORM LE-DUPLIC-CONTATO UNTIL FINAL-DUPLIC = 1.
       DUPLIC-CONTATO-VALOR-FIM.

       LE-DUPLIC-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           IF FINAL-DUPLIC = 0
               IF NOT FS-CTT-LEITURA-OK
                   OR CTT-VALOR NOT = WS-DP-VALOR
                   MOVE 1 TO FINAL-DUPLIC
               ELSE
                   PERFORM GUARDA-DUPLIC-CONTATO
                       THRU GUARDA-DUPLIC-CONTATO-FIM
               END-IF
           END-IF.

      * O CLIENTE DO CONTATO, SEGUINDO O CARNET TRANSFERIDO ATÉ O
      * SUCESSOR COMO NA CONSULTA POR CONTATO; CONTATO SEM CLIENTE NO
      * CADASTRO (JÁ EXPURGADO) FICA PARA A PROCURA NO MORTO
       GUARDA-DUPLIC-CONTATO.
           MOVE CTT-CARNET TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY GO GUARDA-DUPLIC-CONTATO-FIM
           END-READ.
           IF MESTRE-TRANSFERIDO
               AND MESTRE-CARNET-SUCESSOR NUMERIC
               AND MESTRE-CARNET-SUCESSOR > 0
               MOVE MESTRE-CARNET-SUCESSOR TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY GO GUARDA-DUPLIC-CONTATO-FIM
               END-READ
           END-IF
           IF MESTRE-TRANSFERIDO
               GO GUARDA-DUPLIC-CONTATO-FIM
           END-IF
           MOVE "C" TO WS-DP-ACHOU-ORIGEM.
           PERFORM GUARDA-DUPLIC-MESTRE.
       GUARDA-DUPLIC-CONTATO-FIM.

      * -----------------------------------
      * ARQUIVO MORTO: SÓ CONTA QUEM TEM O MESMO FONE E O MESMO NOME
      * NORMALIZADO. SEM O ARQUIVO NÃO HÁ O QUE PROCURAR.
       DUPLIC-NO-MORTO.
           OPEN INPUT ARQUIVO-MORTO.
           IF FS-STAT-ARQ NOT = ZEROS
               GO DUPLIC-NO-MORTO-FIM
           END-IF
           MOVE 0 TO FINAL-DUPLIC.
           READ ARQUIVO-MORTO
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.
           PERFORM LE-DUPLIC-MORTO UNTIL FINAL-DUPLIC = 1.
           CLOSE ARQUIVO-MORTO.
       DUPLIC-NO-MORTO-FIM.

       LE-DUPLIC-MORTO.
           IF ARQ-FONE NUMERIC AND ARQ-FONE = WS-DP-FONE
               IF FUNCTION TRIM(FUNCTION UPPER-CASE(ARQ-NOME))
                       = WS-DP-NOME-NORM
                   MOVE ARQ-CARNET TO WS-DP-ACHOU-CARNET
                   MOVE "M"        TO WS-DP-ACHOU-ORIGEM
                   MOVE "M"        TO WS-DP-ACHOU-STATUS
                   MOVE ARQ-FONE   TO WS-DP-ACHOU-FONE
                   MOVE ARQ-NOME   TO WS-DP-ACHOU-NOME
                   PERFORM ADICIONA-DUPLIC
               END-IF
           END-IF
           READ ARQUIVO-MORTO
               AT END MOVE 1 TO FINAL-DUPLIC
           END-READ.

      * -----------------------------------
      * O CLIENTE DA ÁREA DO FD ENTRA NA LISTA DE OCORRÊNCIAS. O
      * PRÓPRIO CARNET QUE ESTÁ SENDO INCLUÍDO NÃO CONTA.
       GUARDA-DUPLIC-MESTRE.
           IF MESTRE-CARNET NOT = WS-DP-CARNET
               MOVE MESTRE-CARNET TO WS-DP-ACHOU-CARNET
               MOVE MESTRE-STATUS TO WS-DP-ACHOU-STATUS
               MOVE MESTRE-FONE   TO WS-DP-ACHOU-FONE
               MOVE MESTRE-NOME   TO WS-DP-ACHOU-NOME
               PERFORM ADICIONA-DUPLIC
           END-IF.

      * UMA LINHA POR CARNET (DO CADASTRO OU DO MORTO): SE JÁ ESTÁ NA
      * LISTA SÓ ACRESCENTA A FORMA COMO FOI ACHADO; ALÉM DE 12 SÓ
      * CONTA PARA O AVISO DA TELA
       ADICIONA-DUPLIC.
           MOVE 0 TO WS-DP-IDX.
           PERFORM PROCURA-DUPLIC
               VARYING WS-DP-I FROM 1 BY 1
               UNTIL WS-DP-I > WS-DP-QTD OR WS-DP-IDX > 0.
           IF WS-DP-IDX > 0
               EVALUATE TRUE
                   WHEN WS-DP-E-ORIGEM(WS-DP-IDX)(1:1)
                           = WS-DP-ACHOU-ORIGEM
                   WHEN WS-DP-E-ORIGEM(WS-DP-IDX)(2:1)
                           = WS-DP-ACHOU-ORIGEM
                   WHEN WS-DP-E-ORIGEM(WS-DP-IDX)(3:1)
                           = WS-DP-ACHOU-ORIGEM
                       CONTINUE
                   WHEN WS-DP-E-ORIGEM(WS-DP-IDX)(2:1) = SPACE
                       MOVE WS-DP-ACHOU-ORIGEM
                           TO WS-DP-E-ORIGEM(WS-DP-IDX)(2:1)
                   WHEN OTHER
                       MOVE WS-DP-ACHOU-ORIGEM
                           TO WS-DP-E-ORIGEM(WS-DP-IDX)(3:1)
               END-EVALUATE
           ELSE
               IF WS-DP-QTD < 12
                   ADD 1 TO WS-DP-QTD
                   MOVE WS-DP-ACHOU-CARNET
                       TO WS-DP-E-CARNET(WS-DP-QTD)
                   MOVE WS-DP-ACHOU-ORIGEM
                       TO WS-DP-E-ORIGEM(WS-DP-QTD)
                   MOVE WS-DP-ACHOU-STATUS
                       TO WS-DP-E-STATUS(WS-DP-QTD)
                   MOVE WS-DP-ACHOU-FONE TO WS-DP-E-FONE(WS-DP-QTD)
                   MOVE WS-DP-ACHOU-NOME TO WS-DP-E-NOME(WS-DP-QTD)
               ELSE
                   ADD 1 TO WS-DP-EXCESSO
               END-IF
           END-IF.

       PROCURA-DUPLIC.
           IF WS-DP-E-CARNET(WS-DP-I) = WS-DP-ACHOU-CARNET
               IF WS-DP-E-STATUS(WS-DP-I) = "M"
                       AND WS-DP-ACHOU-STATUS = "M"
                   OR WS-DP-E-STATUS(WS-DP-I) NOT = "M"
                       AND WS-DP-ACHOU-STATUS NOT = "M"
                   MOVE WS-DP-I TO WS-DP-IDX
               END-IF
           END-IF.

       MONTA-LINHA-DUPLIC.
           MOVE WS-DP-I                  TO WG-NR.
           MOVE WS-DP-E-ORIGEM(WS-DP-I)  TO WG-ORIGEM.
           MOVE WS-DP-E-CARNET(WS-DP-I)  TO WG-CARNET.
           MOVE WS-DP-E-STATUS(WS-DP-I)  TO WG-STATUS.
           MOVE WS-DP-E-FONE(WS-DP-I)    TO WG-FONE.
           MOVE WS-DP-E-NOME(WS-DP-I)    TO WG-NOME.
           MOVE WS-DP-LINHA-DET TO WS-DP-LINHA(WS-DP-I).

      * -----------------------------------
      * NÚMERO DA LINHA ESCOLHIDA NO COMANDO (UNN/RNN)
       SELECIONA-DUPLIC.
           MOVE 0 TO WS-DP-SEL.
           IF WS-DP-CMD(2:1) NUMERIC
               MOVE WS-DP-CMD(2:1) TO WS-DIGITO-X
               MOVE WS-DIGITO-X TO WS-DIGITO-9
               MOVE WS-DIGITO-9 TO WS-DP-SEL
               IF WS-DP-CMD(3:1) NUMERIC
                   MOVE WS-DP-CMD(3:1) TO WS-DIGITO-X
                   MOVE WS-DIGITO-X TO WS-DIGITO-9
                   COMPUTE WS-DP-SEL = WS-DP-SEL * 10 + WS-DIGITO-9
               END-IF
           END-IF.

      * USA O CLIENTE EXISTENTE: MOSTRA O CADASTRO E A SITUAÇÃO DE
      * PAGAMENTO DELE E CANCELA A INCLUSÃO. CLIENTE EXCLUÍDO VOLTA
      * PELA REATIVAÇÃO DO SUPERVISOR E O DO MORTO PELA RESTAURAÇÃO.
       DUPLIC-USA-EXISTENTE.
           PERFORM SELECIONA-DUPLIC.
           IF WS-DP-SEL = 0 OR WS-DP-SEL > WS-DP-QTD
               MOVE "LINHA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DUPLIC-USA-EXISTENTE-FIM
           END-IF
           IF WS-DP-E-STATUS(WS-DP-SEL) = "M"
               MOVE "NO ARQUIVO MORTO: PEÇA A RESTAURAÇÃO (RNN)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DUPLIC-USA-EXISTENTE-FIM
           END-IF
           IF WS-DP-E-STATUS(WS-DP-SEL) = "I"
               MOVE "CLIENTE EXCLUÍDO: REATIVAÇÃO PELO SUPERVISOR"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DUPLIC-USA-EXISTENTE-FIM
           END-IF
           MOVE WS-DP-E-CARNET(WS-DP-SEL) TO MESTRE-CARNET.
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM.
           IF NOT FS-OK
               GO DUPLIC-USA-EXISTENTE-FIM
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM MONTA-SIT-PAGTO THRU MONTA-SIT-PAGTO-FIM.
           DISPLAY SS-SIT-PAGTO.
           MOVE "INCLUSÃO CANCELADA: ATENDA PELO CARNET MOSTRADO"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           MOVE "C" TO WS-DP-DECISAO.
       DUPLIC-USA-EXISTENTE-FIM.

      * PEDE A RESTAURAÇÃO DO CLIENTE DO ARQUIVO MORTO: O CARNET É
      * ACRESCENTADO EM restaura.par (SE AINDA NÃO ESTIVER LÁ) PARA A
      * PRÓXIMA EXECUÇÃO DO ARQREST, E A INCLUSÃO É CANCELADA
       DUPLIC-PEDE-RESTAURACAO.
           PERFORM SELECIONA-DUPLIC.
           IF WS-DP-SEL = 0 OR WS-DP-SEL > WS-DP-QTD
               MOVE "LINHA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DUPLIC-PEDE-RESTAURACAO-FIM
           END-IF
           IF WS-DP-E-STATUS(WS-DP-SEL) NOT = "M"
               MOVE "SÓ CLIENTE DO ARQUIVO MORTO É RESTAURADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DUPLIC-PEDE-RESTAURACAO-FIM
           END-IF
           MOVE "N" TO WS-DP-JA-PEDIDO.
           OPEN INPUT RESTAURA.
           IF FS-STAT-RST = ZEROS
               MOVE 0 TO FINAL-DUPLIC
               PERFORM LE-RESTAURA UNTIL FINAL-DUPLIC = 1
               CLOSE RESTAURA
           END-IF
           IF NOT DP-JA-PEDIDO
               OPEN EXTEND RESTAURA
               IF FS-STAT-RST NOT = ZEROS
                   OPEN OUTPUT RESTAURA
               END-IF
               IF FS-STAT-RST NOT = ZEROS
                   MOVE "ERRO AO GRAVAR restaura.par" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO DUPLIC-PEDE-RESTAURACAO-FIM
               END-IF
               MOVE SPACES TO RST-LINHA
               MOVE WS-DP-E-CARNET(WS-DP-SEL) TO RST-LINHA(1:9)
               WRITE RST-LINHA
               CLOSE RESTAURA
           END-IF
           MOVE "RESTAURAÇÃO PEDIDA (ARQREST); INCLUSÃO CANCELADA"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           MOVE "C" TO WS-DP-DECISAO.
       DUPLIC-PEDE-RESTAURACAO-FIM.

       LE-RESTAURA.
           READ RESTAURA
               AT END MOVE 1 TO FINAL-DUPLIC
               NOT AT END
                   IF RST-LINHA(1:9) = WS-DP-E-CARNET(WS-DP-SEL)
                       MOVE "S" TO WS-DP-JA-PEDIDO
                       MOVE 1 TO FINAL-DUPLIC
                   END-IF
           END-READ.

      * INCLUI ASSIM MESMO: A JUSTIFICATIVA É OBRIGATÓRIA
       DUPLIC-JUSTIFICA.
           MOVE SPACES TO WS-DP-JUSTIFICA.
           ACCEPT SS-DP-JUSTIFICA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DUPLIC-JUSTIFICA-FIM
           END-IF
           IF WS-DP-JUSTIFICA = SPACES
               MOVE "INFORME A JUSTIFICATIVA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DUPLIC-JUSTIFICA-FIM
           END-IF
           MOVE "J" TO WS-DP-DECISAO.
       DUPLIC-JUSTIFICA-FIM.

      * -----------------------------------
       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
               DISPLAY SS-DADOS
               PERFORM MONTA-SIT-PAGTO THRU MONTA-SIT-PAGTO-FIM
               DISPLAY SS-SIT-PAGTO
               MOVE "N" TO WS-DC-RESUMIDO
               PERFORM MONTA-DOMICILIO-CONSULTA
                   THRU MONTA-DOMICILIO-CONSULTA-FIM
               DISPLAY SS-DOM-CONSULTA
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM MONTA-SIT-PAGTO THRU MONTA-SIT-PAGTO-FIM.
           DISPLAY SS-SIT-PAGTO.
           MOVE "S" TO WS-DC-RESUMIDO.
           PERFORM MONTA-DOMICILIO-CONSULTA
               THRU MONTA-DOMICILIO-CONSULTA-FIM.
           DISPLAY SS-DOM-CONSULTA.
           MOVE "ENTER P/ PRÓXIMO, ESC P/ SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSULTA-POR-NOME-LOOP.
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           IF MESTRE-INATIVO
               MOVE SPACES TO WS-DC-TELA
               DISPLAY SS-DOM-CONSULTA
               MOVE "CLIENTE EXCLUÍDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-POR-CONTATO-LOOP
           END-IF
           PERFORM MONTA-SIT-PAGTO THRU MONTA-SIT-PAGTO-FIM.
           DISPLAY SS-SIT-PAGTO.
           MOVE "N" TO WS-DC-RESUMIDO.
           PERFORM MONTA-DOMICILIO-CONSULTA
               THRU MONTA-DOMICILIO-CONSULTA-FIM.
           DISPLAY SS-DOM-CONSULTA.
           MOVE "ENTER P/ PRÓXIMO, ESC P/ SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSULTA-POR-CONTATO-LOOP.
                   MOVE ZEROS TO WS-OLD-CEP
                   MOVE ZEROS TO MESTRE-CEP
               END-IF
               PERFORM ACEITA-ALTERACAO THRU ACEITA-ALTERACAO-FIM
               IF ALT-CANCELADA
                   GO LISTA-DETALHE-FIM
               END-IF
               PERFORM ALTERA-GRAVA THRU ALTERA-GRAVA-FIM
                   MOVE ZEROS TO WS-OLD-CEP
                   MOVE ZEROS TO MESTRE-CEP
               END-IF
               PERFORM ACEITA-ALTERACAO THRU ACEITA-ALTERACAO-FIM
               IF ALT-CANCELADA
                   GO ALTERA-LOOP
               END-IF
           ELSE
       ALTERA-FIM.

      * -----------------------------------
      * ACEITA OS DADOS ALTERADOS (ALTERAÇÃO E LISTA). QUANDO O
      * ENDEREÇO ESTRUTURADO MUDA E HÁ CEP, O CEP É CONFERIDO COM A
      * BASE; CEP INEXISTENTE VOLTA PARA A DIGITAÇÃO. REGISTRO SEM
      * CEP (ANTERIOR AO ENDCONV) CONTINUA PODENDO SER ALTERADO.
       ACEITA-ALTERACAO.
           MOVE "N" TO WS-ALT-CANCELADA.
           MOVE MESTRE-END-ESTRUT TO WS-OLD-END-ESTRUT.
       ACEITA-ALTERACAO-LOOP.
           ACCEPT SS-DADOS
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE "S" TO WS-ALT-CANCELADA
               GO ACEITA-ALTERACAO-FIM
           END-IF
           IF MESTRE-CEP NOT NUMERIC
               MOVE ZEROS TO MESTRE-CEP
           END-IF
           IF MESTRE-CEP = ZEROS
               OR MESTRE-END-ESTRUT = WS-OLD-END-ESTRUT
               GO ACEITA-ALTERACAO-FIM
           END-IF
           PERFORM CONFERE-CEP THRU CONFERE-CEP-FIM
           IF CEP-RECUSADO
               GO ACEITA-ALTERACAO-LOOP
           END-IF.
       ACEITA-ALTERACAO-FIM.

      * -----------------------------------
      * CONFERE MESTRE-CEP COM A BASE DE CEPS: CEP QUE NÃO EXISTE É
      * RECUSADO (WS-CEP-RECUSADO); LOGRADOURO, BAIRRO E CIDADE EM
      * BRANCO SÃO PREENCHIDOS PELO CEP. CIDADE OU BAIRRO DIFERENTES
      * DO CEP SÃO SÓ AVISO: O OPERADOR ESCOLHE CORRIGIR PELO CEP OU
      * MANTER O DIGITADO (CEP DE CIDADE NÃO TEM BAIRRO, E ENTÃO SÓ A
      * CIDADE É COMPARADA).
       CONFERE-CEP.
           MOVE "N" TO WS-CEP-RECUSADO.
           IF NOT CEPS-ABERTO
               GO CONFERE-CEP-FIM
           END-IF
           MOVE MESTRE-CEP TO CEP-NUMERO.
           READ CEPREF
               INVALID KEY
                   MOVE "S" TO WS-CEP-RECUSADO
                   MOVE "CEP NÃO EXISTE NA BASE DE CEPS" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CONFERE-CEP-FIM
           END-READ.
           IF MESTRE-LOGRADOURO = SPACES
               MOVE CEP-LOGRADOURO TO MESTRE-LOGRADOURO
           END-IF
           IF MESTRE-BAIRRO = SPACES
               MOVE CEP-BAIRRO TO MESTRE-BAIRRO
           END-IF
           IF MESTRE-CIDADE = SPACES
               MOVE CEP-CIDADE TO MESTRE-CIDADE
           END-IF
           DISPLAY SS-DADOS.
           IF FUNCTION UPPER-CASE(MESTRE-CIDADE) NOT = CEP-CIDADE
               OR (CEP-BAIRRO NOT = SPACES AND
                   FUNCTION UPPER-CASE(MESTRE-BAIRRO) NOT = CEP-BAIRRO)
               MOVE "N" TO WS-ERRO
               MOVE "CIDADE/BAIRRO DIFEREM DO CEP; CORRIGE (S/N)?"
                   TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF E-SIM
                   MOVE CEP-CIDADE TO MESTRE-CIDADE
                   IF CEP-BAIRRO NOT = SPACES
                       MOVE CEP-BAIRRO TO MESTRE-BAIRRO
                   END-IF
                   IF CEP-LOGRADOURO NOT = SPACES
                       MOVE CEP-LOGRADOURO TO MESTRE-LOGRADOURO
                   END-IF
                   DISPLAY SS-DADOS
               END-IF
               DISPLAY SS-STATUS
           END-IF.
       CONFERE-CEP-FIM.

      * -----------------------------------
      * GRAVA NO HISTÓRICO CADA CAMPO QUE MUDOU NESTA ALTERAÇÃO
       GRAVA-HISTORICO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           IF WS-OLD-FONE NOT = MESTRE-FONE
               MOVE "FONE"        TO WS-HIST-CAMPO
               MOVE WS-OLD-FONE   TO WS-HIST-VALOR-ANTIGO
               MOVE MESTRE-FONE       TO WS-HIST-VALOR-NOVO
               PERFORM GRAVA-HIST-LINHA
           END-IF
           IF WS-OLD-NOME NOT = MESTRE-NOME
               MOVE "NOME"        TO WS-HIST-CAMPO
               MOVE WS-OLD-NOME   TO WS-HIST-VALOR-ANTIGO
               MOVE MESTRE-NOME       TO WS-HIST-VALOR-NOVO
               PERFORM GRAVA-HIST-LINHA
           END-IF
           IF WS-OLD-ENDERECO NOT = MESTRE-ENDERECO
               MOVE "ENDERECO"      TO WS-HIST-CAMPO
               MOVE WS-OLD-ENDERECO TO WS-HIST-VALOR-ANTIGO
               MOVE MESTRE-ENDERECO     TO WS-HIST-VALOR-NOVO
               PERFORM GRAVA-HIST-LINHA
           MOVE WS-HIST-CAMPO        TO HIST-CAMPO.
           MOVE WS-HIST-VALOR-ANTIGO TO HIST-VALOR-ANTIGO.
           MOVE WS-HIST-VALOR-NOVO   TO HIST-VALOR-NOVO.
           PERFORM GRAVA-LINHA-HISTORICO.

      * -----------------------------------
      * REGRAVA O CLIENTE, COM RETENTATIVA SE O REGISTRO ESTIVER
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM GRAVA-HISTORICO
      * ENDEREÇO NOVO: AS DEVOLUÇÕES PENDENTES DO CLIENTE DEIXAM DE
      * VALER E ELE VOLTA ÀS CARTAS E ETIQUETAS
                   IF MESTRE-END-ESTRUT NOT = WS-OLD-END-ESTRUT
                       OR MESTRE-ENDERECO NOT = WS-OLD-ENDERECO
                       PERFORM RESOLVE-DEVOLUCOES
                           THRU RESOLVE-DEVOLUCOES-FIM
                   END-IF
           END-REWRITE.
       ALTERA-GRAVA-FIM.

                       GO TO APLICA-UNIFICACAO-APROVADA-FIM
               END-REWRITE
           END-IF
           PERFORM UNIFICA-DOMICILIO THRU UNIFICA-DOMICILIO-FIM.
           MOVE "S" TO WS-AP-OK.
       APLICA-UNIFICACAO-APROVADA-FIM.
           EXIT.

      * -----------------------------------
      * O DOMICÍLIO NA UNIFICAÇÃO: O VÍNCULO DO PERDEDOR SAI; O
      * SOBREVIVENTE SEM DOMICÍLIO O HERDA (MESMO DOMICÍLIO E
      * PAPEL). SE O SOBREVIVENTE JÁ TINHA DOMICÍLIO E O PERDEDOR ERA
      * TITULAR, O DOMICÍLIO DO PERDEDOR GANHA OUTRO TITULAR (O
      * SOBREVIVENTE, QUANDO É DO MESMO DOMICÍLIO).
       UNIFICA-DOMICILIO.
           MOVE PEND-CARNET TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO TO UNIFICA-DOMICILIO-FIM
           END-READ.
           MOVE DOM-REC   TO WS-DM-GUARDA.
           MOVE DOM-ID    TO WS-DM-ANTIGO-ID.
           MOVE DOM-PAPEL TO WS-DM-ANTIGO-PAPEL.
           DELETE DOMFILE RECORD
               INVALID KEY GO TO UNIFICA-DOMICILIO-FIM
           END-DELETE.
           MOVE PEND-CARNET-SOBREVIVE TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY
                   MOVE WS-DM-GUARDA TO DOM-REC
                   MOVE PEND-CARNET-SOBREVIVE TO DOM-CARNET
                   WRITE DOM-REC
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR O DOMICÍLIO"
                               TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                   END-WRITE
                   GO TO UNIFICA-DOMICILIO-FIM
           END-READ.
           IF WS-DM-ANTIGO-PAPEL = "T" AND WS-DM-ANTIGO-ID NOT = ZEROS
               MOVE WS-DM-ANTIGO-ID TO WS-DM-PROMOVE-ID
               MOVE PEND-CARNET-SOBREVIVE TO WS-DM-PREFERIDO
               PERFORM PROMOVE-TITULAR THRU PROMOVE-TITULAR-FIM
           END-IF.
       UNIFICA-DOMICILIO-FIM.
           EXIT.

      * -----------------------------------
      * MARCA O CLIENTE COMO INATIVO, COM RETENTATIVA SE O REGISTRO
      * ESTIVER BLOQUEADO POR OUTRA SESSÃO; A AÇÃO DE AUDITORIA
           END-REWRITE.
           PERFORM GRAVA-AUDITORIA-TROCA.
      * OS CONTATOS ACOMPANHAM O NÚMERO NOVO, SENÃO A BUSCA POR
      * CONTATO CAIRIA NO REGISTRO "T" PARA SEMPRE; OS
      * CONSENTIMENTOS TAMBÉM, SENÃO O CLIENTE SAIRIA DAS CAMPANHAS;
      * E O DOMICÍLIO, SENÃO A FAMÍLIA PERDERIA O MEMBRO; E AS
      * DEVOLUÇÕES DE CORREIO, SENÃO O NÚMERO NOVO VOLTARIA ÀS CARTAS
      * NO ENDEREÇO DEVOLVIDO, QUE A TROCA COPIOU
           PERFORM TROCA-CONTATOS THRU TROCA-CONTATOS-FIM.
           PERFORM TROCA-CONSENTIMENTOS
               THRU TROCA-CONSENTIMENTOS-FIM.
           PERFORM TROCA-DOMICILIO THRU TROCA-DOMICILIO-FIM.
           PERFORM TROCA-DEVOLUCOES THRU TROCA-DEVOLUCOES-FIM.
           MOVE SPACES TO WS-MSGERRO.
           STRING "CARNET TROCADO: NOVO NUMERO " DELIMITED BY SIZE
                  WS-CARNET-NOVO DELIMITED BY SIZE
                   PERFORM MOSTRA-ERRO
           END-WRITE.

      * -----------------------------------
      * RECHAVEIA OS CONSENTIMENTOS DO CARNET ANTIGO PARA O SUCESSOR,
      * MANTENDO CANAL, SEQUÊNCIA E TODO O HISTÓRICO. UM REGISTRO
      * POR VEZ: APAGA NO NÚMERO VELHO, GRAVA NO NOVO E REPOSICIONA
      * NO INÍCIO DO NÚMERO VELHO, ATÉ NÃO SOBRAR NENHUM.
       TROCA-CONSENTIMENTOS.
           MOVE WS-CARNET-VELHO TO CNS-CARNET.
           MOVE SPACE TO CNS-CANAL.
           MOVE ZEROS TO CNS-SEQ.
           START CONSENTS KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY GO TO TROCA-CONSENTIMENTOS-FIM
           END-START.
           READ CONSENTS NEXT RECORD
               AT END GO TO TROCA-CONSENTIMENTOS-FIM
           END-READ.
           IF CNS-CARNET NOT = WS-CARNET-VELHO
               GO TO TROCA-CONSENTIMENTOS-FIM
           END-IF.
           DELETE CONSENTS RECORD
               INVALID KEY
                   MOVE "ERRO AO RECHAVEAR UM CONSENTIMENTO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO TROCA-CONSENTIMENTOS-FIM
           END-DELETE.
           MOVE WS-CARNET-NOVO TO CNS-CARNET.
           WRITE CNS-REC
               INVALID KEY
                   MOVE "ERRO AO RECHAVEAR UM CONSENTIMENTO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           GO TO TROCA-CONSENTIMENTOS.
       TROCA-CONSENTIMENTOS-FIM.
           EXIT.

      * -----------------------------------
      * RECHAVEIA O VÍNCULO DE DOMICÍLIO DO CARNET ANTIGO PARA O
      * SUCESSOR, COM O MESMO DOMICÍLIO, PAPEL, ORIGEM E DATA.
       TROCA-DOMICILIO.
           MOVE WS-CARNET-VELHO TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO TO TROCA-DOMICILIO-FIM
           END-READ.
           DELETE DOMFILE RECORD
               INVALID KEY
                   MOVE "ERRO AO RECHAVEAR O DOMICÍLIO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO TROCA-DOMICILIO-FIM
           END-DELETE.
           MOVE WS-CARNET-NOVO TO DOM-CARNET.
           WRITE DOM-REC
               INVALID KEY
                   MOVE "ERRO AO RECHAVEAR O DOMICÍLIO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
       TROCA-DOMICILIO-FIM.
           EXIT.

      * -----------------------------------
      * RECHAVEIA AS DEVOLUÇÕES DE CORREIO DO CARNET ANTIGO PARA O
      * SUCESSOR, PENDENTES E RESOLVIDAS, COM A MESMA SEQUÊNCIA. UM
      * REGISTRO POR VEZ, COMO NOS CONSENTIMENTOS: APAGA NO NÚMERO
      * VELHO, GRAVA NO NOVO E REPOSICIONA NO INÍCIO DO NÚMERO VELHO.
       TROCA-DEVOLUCOES.
           MOVE WS-CARNET-VELHO TO DEV-CARNET.
           MOVE ZEROS TO DEV-SEQ.
           START DEVOLUCOES KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY GO TO TROCA-DEVOLUCOES-FIM
           END-START.
           READ DEVOLUCOES NEXT RECORD
               AT END GO TO TROCA-DEVOLUCOES-FIM
           END-READ.
           IF DEV-CARNET NOT = WS-CARNET-VELHO
               GO TO TROCA-DEVOLUCOES-FIM
           END-IF.
           DELETE DEVOLUCOES RECORD
               INVALID KEY
                   MOVE "ERRO AO RECHAVEAR UMA DEVOLUCAO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO TROCA-DEVOLUCOES-FIM
           END-DELETE.
           MOVE WS-CARNET-NOVO TO DEV-CARNET.
           WRITE DEV-REC
               INVALID KEY
                   MOVE "ERRO AO RECHAVEAR UMA DEVOLUCAO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           GO TO TROCA-DEVOLUCOES.
       TROCA-DEVOLUCOES-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA O HISTÓRICO DE ALTERAÇÕES DE UM CLIENTE (OPÇÃO 5):
      * VARRE historico.log COLETANDO AS ENTRADAS DO CARNET INFORMADO
           END-IF.

      * -----------------------------------
      * EXTRATO DE UM CARNET (OPÇÃO E): TODAS AS COMPETÊNCIAS DO
      * LIVRO DE PAGAMENTOS, COM SITUAÇÃO, VALOR, DATA DO PAGAMENTO E
      * O SALDO EM ABERTO, SEGUINDO A CADEIA DE TROCAS DE CARNET PARA
      * QUE O CLIENTE VEJA TAMBÉM O QUE PAGOU NO NÚMERO ANTERIOR.
      * COMO O HISTÓRICO, NÃO DEPENDE DO CLIENTE ESTAR ATIVO.
       EXTRATO-CLIENTE.
           MOVE "EXTRATO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           IF NOT PAGTOS-ABERTO
               MOVE "SEM LIVRO DE PAGAMENTOS (FATURAMENTO SEM RETORNO)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXTRATO-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO WS-EXT-CARNET-BUSCA.
           ACCEPT SS-EXT-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EXTRATO-CLIENTE-FIM
           END-IF
           MOVE WS-EXT-CARNET-BUSCA TO WS-HIST-CARNET-BUSCA.
           PERFORM MONTA-CADEIA THRU MONTA-CADEIA-FIM.
      * O NOME DO CABEÇALHO É O DO NÚMERO MAIS NOVO DA CADEIA
           MOVE SPACES TO WS-EXT-NOME.
           MOVE WS-CAD-CARNET(1) TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MESTRE-NOME TO WS-EXT-NOME
           END-READ.
           MOVE 0 TO WS-EXT-QTD.
           MOVE 0 TO WS-EXT-ABERTAS.
           MOVE 0 TO WS-EXT-SALDO.
           MOVE 0 TO WS-EXT-PAGO.
           PERFORM CARREGA-EXTRATO
               VARYING WS-CAD-I FROM WS-CAD-QTD BY -1
               UNTIL WS-CAD-I < 1.
           IF WS-EXT-QTD = 0
               MOVE "SEM PAGAMENTOS PARA ESSE CARNET" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXTRATO-CLIENTE
           END-IF
           MOVE WS-EXT-ABERTAS TO WX-ABERTAS.
           MOVE WS-EXT-PAGO    TO WX-PAGO.
           MOVE WS-EXT-SALDO   TO WX-SALDO.
           MOVE 0 TO WS-EXT-OFFSET.
       EXTRATO-PAGINA.
           PERFORM MONTA-LINHA-EXTRATO
               VARYING WS-EXT-I FROM 1 BY 1
               UNTIL WS-EXT-I > WS-EXT-PAG-LINHAS.
           DISPLAY SS-TELA-EXTRATO.
           MOVE SPACES TO WS-EXT-NAV.
           ACCEPT SS-EXT-CMD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EXTRATO-CLIENTE
           END-IF
           IF E-EXT-ANTERIOR
               IF WS-EXT-OFFSET >= WS-EXT-PAG-LINHAS
                   SUBTRACT WS-EXT-PAG-LINHAS FROM WS-EXT-OFFSET
               END-IF
           ELSE
               IF WS-EXT-OFFSET + WS-EXT-PAG-LINHAS < WS-EXT-QTD
                   ADD WS-EXT-PAG-LINHAS TO WS-EXT-OFFSET
               END-IF
           END-IF
           GO EXTRATO-PAGINA.
       EXTRATO-CLIENTE-FIM.

      * -----------------------------------
      * CARREGA AS COMPETÊNCIAS DE UM ELO DA CADEIA, DIRETO PELA
      * CHAVE CARNET+COMPETÊNCIA DO LIVRO.
       CARREGA-EXTRATO.
           MOVE 0 TO FINAL-PAGTOS.
           MOVE WS-CAD-CARNET(WS-CAD-I) TO PAG-CARNET.
           MOVE ZEROS TO PAG-COMPETENCIA.
           START PAGTOS KEY IS NOT LESS THAN PAG-KEY
               INVALID KEY MOVE 1 TO FINAL-PAGTOS
           END-START.
           PERFORM COLETA-EXTRATO-LINHA UNTIL FINAL-PAGTOS = 1.

      * SÓ CONSULTA (PAGTOS NÃO BLOQUEIA); QUALQUER STATUS QUE NÃO
      * SEJA 00 ENCERRA A VARREDURA
       COLETA-EXTRATO-LINHA.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-PAGTOS
           END-READ.
           IF FINAL-PAGTOS = 0
               IF NOT FS-PAG-OK
                   OR PAG-CARNET NOT = WS-CAD-CARNET(WS-CAD-I)
                   MOVE 1 TO FINAL-PAGTOS
               ELSE
                   PERFORM GUARDA-EXTRATO-LINHA
               END-IF
           END-IF.

      * MONTA A LINHA DA COMPETÊNCIA E ACUMULA OS TOTAIS; O SALDO DA
      * LINHA É O ABERTO ACUMULADO ATÉ ELA. TABELA CHEIA DESCARTA A
      * LINHA MAIS ANTIGA, COMO NO HISTÓRICO.
       GUARDA-EXTRATO-LINHA.
           MOVE PAG-CARNET TO WE-CARNET.
           MOVE PAG-COMPETENCIA(5:2) TO WE-MES.
           MOVE PAG-COMPETENCIA(1:4) TO WE-ANO.
           MOVE PAG-VALOR TO WE-VALOR.
           MOVE SPACES TO WE-DATA-PAG.
           IF PAG-PAGO
               MOVE "PAGA" TO WE-SITUACAO
               ADD PAG-VALOR TO WS-EXT-PAGO
               IF PAG-DATA-PAGAMENTO NUMERIC
                   AND PAG-DATA-PAGAMENTO > ZEROS
                   MOVE PAG-DATA-PAGAMENTO(7:2) TO WE-DIA
                   MOVE PAG-DATA-PAGAMENTO(5:2) TO WE-DMES
                   MOVE PAG-DATA-PAGAMENTO(1:4) TO WE-DANO
                   MOVE WS-EXT-DATA-FMT TO WE-DATA-PAG
               END-IF
           ELSE
               MOVE "ABERTA" TO WE-SITUACAO
               ADD PAG-VALOR TO WS-EXT-SALDO
               ADD 1 TO WS-EXT-ABERTAS
           END-IF.
           MOVE WS-EXT-SALDO TO WE-SALDO.
           IF WS-EXT-QTD < WS-EXT-MAX
               ADD 1 TO WS-EXT-QTD
           ELSE
               PERFORM DESLOCA-EXTRATO
                   VARYING WS-EXT-I FROM 2 BY 1
                   UNTIL WS-EXT-I > WS-EXT-MAX
           END-IF.
           MOVE WS-EXT-LINHA-DET TO WS-EXT-ENT(WS-EXT-QTD).

       DESLOCA-EXTRATO.
           MOVE WS-EXT-ENT(WS-EXT-I) TO WS-EXT-ENT(WS-EXT-I - 1).

       MONTA-LINHA-EXTRATO.
           COMPUTE WS-EXT-IDX = WS-EXT-OFFSET + WS-EXT-I.
           IF WS-EXT-IDX <= WS-EXT-QTD
               MOVE WS-EXT-ENT(WS-EXT-IDX) TO WS-EL-LINHA(WS-EXT-I)
           ELSE
               MOVE SPACES TO WS-EL-LINHA(WS-EXT-I)
           END-IF.

      * -----------------------------------
      * BAIXA MANUAL (OPÇÃO B, BALCÃO E SUPERVISOR): O CLIENTE PAGA
      * UMA COMPETÊNCIA EM ESPÉCIE NO BALCÃO. A COMPETÊNCIA PASSA A
      * "P" NO LIVRO NA HORA (O CLIENTE DEIXA DE APARECER COMO
      * INADIMPLENTE), A BAIXA FICA PENDENTE EM baixas.dat COM O
      * OPERADOR, E O RECIBO NUMERADO SAI EM recibos.lst. QUEM FECHA
      * A BAIXA É O PAGCARGA, AO CONFERIR COM O RETORNO DO
      * FATURAMENTO. SÓ CARNET ATIVO E COMPETÊNCIA ATÉ O MÊS CORRENTE
      * AINDA NÃO PAGA.
       BAIXA-MANUAL.
           MOVE "BAIXA MANUAL" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           IF NOT LIVROPAG-ABERTO
               MOVE "SEM LIVRO DE PAGAMENTOS (FATURAMENTO SEM RETORNO)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-FIM
           END-IF
           MOVE ZEROS TO WS-BX-CARNET.
           MOVE ZEROS TO WS-BX-COMPET.
           MOVE ZEROS TO WS-BX-VALOR.
       BAIXA-MANUAL-LOOP.
           ACCEPT SS-BAIXA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BAIXA-MANUAL-FIM
           END-IF
           IF WS-BX-CARNET NOT NUMERIC OR WS-BX-CARNET EQUAL ZEROS
               MOVE "CARNET INVÁLIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           MOVE WS-BX-CARNET TO WS-CARNET-VAL
           PERFORM VALIDA-CARNET
           IF NOT CARNET-VALIDO
               MOVE "DÍGITO VERIFICADOR DO CARNET INVÁLIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
      * LE-CLIENTE-BUSCA JÁ RECUSA (COM MENSAGEM) O EXCLUÍDO E O
      * TRANSFERIDO POR TROCA, APONTANDO O SUCESSOR
           MOVE WS-BX-CARNET TO MESTRE-CARNET
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM
           IF NOT FS-OK
               GO BAIXA-MANUAL-LOOP
           END-IF
           MOVE MESTRE-NOME TO WS-BX-NOME
           DISPLAY SS-BX-CLIENTE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-BX-COMPET(5:2) TO WS-BX-MES
           IF WS-BX-COMPET = ZEROS
               OR WS-BX-MES < 01 OR WS-BX-MES > 12
               MOVE "COMPETÊNCIA INVÁLIDA (AAAAMM)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           IF WS-BX-COMPET > WS-DH-DATA(1:6)
               MOVE "COMPETÊNCIA FUTURA NÃO PODE SER BAIXADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           IF WS-BX-VALOR NOT > ZEROS
               MOVE "INFORME O VALOR PAGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           MOVE "N" TO WS-BX-PAG-EXISTE
           MOVE 0 TO WS-LOCK-TENTATIVAS.
      * O REGISTRO DO LIVRO FICA BLOQUEADO PARA ESTA SESSÃO ATÉ A
      * REGRAVAÇÃO; BLOQUEADO POR OUTRA (OU PELO PAGCARGA), RETENTA E
      * DEPOIS RECUSA, PARA NÃO TOMAR COMO COMPETÊNCIA INEXISTENTE
       BAIXA-MANUAL-LE-LIVRO.
           MOVE WS-BX-CARNET TO LPG-CARNET
           MOVE WS-BX-COMPET TO LPG-COMPETENCIA
           READ LIVROPAG
               INVALID KEY
                   IF FS-LPG-BLOQUEADO
                       ADD 1 TO WS-LOCK-TENTATIVAS
                       IF WS-LOCK-TENTATIVAS < WS-LOCK-MAX
                           PERFORM ESPERA-BLOQUEIO
                           GO BAIXA-MANUAL-LE-LIVRO
                       END-IF
                       MOVE "COMPETÊNCIA EM USO EM OUTRA SESSÃO"
                           TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO BAIXA-MANUAL-LOOP
                   END-IF
               NOT INVALID KEY MOVE "S" TO WS-BX-PAG-EXISTE
           END-READ
           IF BX-PAG-EXISTE AND LPG-PAGO
               MOVE "COMPETÊNCIA JÁ CONSTA COMO PAGA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A BAIXA E A EMISSÃO DO RECIBO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO BAIXA-MANUAL
           END-IF
           PERFORM PROXIMO-RECIBO THRU PROXIMO-RECIBO-FIM.
           IF WS-BX-RECIBO = ZEROS
               MOVE "NUMERACAO DE RECIBOS INDISPONIVEL, TENTE NOVAMENTE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
      * PRIMEIRO O LIVRO; A BAIXA E O RECIBO SÓ SAEM COM ELE
      * ATUALIZADO. COMPETÊNCIA AINDA NÃO FATURADA NASCE NO LIVRO JÁ
      * PAGA.
           IF BX-PAG-EXISTE
               MOVE LPG-REC TO WS-BX-PAG-ANTES
           ELSE
               MOVE SPACES TO LPG-REC
               MOVE WS-BX-CARNET TO LPG-CARNET
               MOVE WS-BX-COMPET TO LPG-COMPETENCIA
           END-IF
           MOVE "P"          TO LPG-STATUS.
           MOVE WS-BX-VALOR  TO LPG-VALOR.
           MOVE WS-DH-DATA   TO LPG-DATA-PAGAMENTO.
           MOVE "S" TO WS-BX-LIVRO.
           IF BX-PAG-EXISTE
               REWRITE LPG-REC
                   INVALID KEY MOVE "N" TO WS-BX-LIVRO
               END-REWRITE
           ELSE
               WRITE LPG-REC
                   INVALID KEY MOVE "N" TO WS-BX-LIVRO
               END-WRITE
           END-IF
           MOVE SPACES TO BX-REC.
           MOVE WS-BX-RECIBO TO BX-RECIBO.
           MOVE WS-BX-CARNET TO BX-CARNET.
           MOVE WS-BX-COMPET TO BX-COMPETENCIA.
           MOVE WS-BX-VALOR  TO BX-VALOR.
           MOVE WS-DH-DATA   TO BX-DATA.
           MOVE WS-DH-HORA   TO BX-HORA.
           MOVE WS-OPERADOR  TO BX-OPERADOR.
           MOVE ZEROS        TO BX-DATA-SITUACAO.
           MOVE ZEROS        TO BX-RET-VALOR.
      * LIVRO NÃO ATUALIZADO: O NÚMERO DO RECIBO JÁ FOI TOMADO E FICA
      * GRAVADO COMO CANCELADO, SEM RECIBO IMPRESSO, PARA A CONFERÊNCIA
      * DA NUMERAÇÃO NÃO VER UM BURACO
           IF NOT BX-LIVRO-OK
               MOVE "X" TO BX-SITUACAO
               MOVE WS-DH-DATA TO BX-DATA-SITUACAO
               WRITE BX-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE SPACES TO WS-MSGERRO
               STRING "LIVRO NÃO ATUALIZADO; RECIBO NR "
                      DELIMITED BY SIZE
                      WS-BX-RECIBO DELIMITED BY SIZE
                      " CANCELADO" DELIMITED BY SIZE
                   INTO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-MANUAL-LOOP
           END-IF
           MOVE "P"          TO BX-SITUACAO.
           WRITE BX-REC
               INVALID KEY
                   PERFORM DESFAZ-LIVRO-BAIXA
                   MOVE "ERRO AO GRAVAR A BAIXA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO BAIXA-MANUAL-LOOP
           END-WRITE.
           PERFORM IMPRIME-RECIBO.
           MOVE SPACES TO WS-MSGERRO.
           STRING "BAIXA REGISTRADA, RECIBO NR " DELIMITED BY SIZE
                  WS-BX-RECIBO DELIMITED BY SIZE
               INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO BAIXA-MANUAL.
       BAIXA-MANUAL-FIM.

      * BAIXA NÃO GRAVADA COM O LIVRO JÁ ATUALIZADO: O LIVRO VOLTA AO
      * QUE ERA (A COMPETÊNCIA CRIADA PELA BAIXA SAI DELE)
       DESFAZ-LIVRO-BAIXA.
           IF BX-PAG-EXISTE
               MOVE WS-BX-PAG-ANTES TO LPG-REC
               REWRITE LPG-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               DELETE LIVROPAG RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

      * -----------------------------------
      * PRÓXIMO NÚMERO DE RECIBO DO CONTROLE DE NUMERAÇÃO (CHAVE
      * "R"), COM A RETENTATIVA DE BLOQUEIO DO PROXIMO-CARNET; O
      * REGISTRO É CRIADO NO PRIMEIRO RECIBO. SE NÃO DER, O NÚMERO
      * FICA EM ZEROS E A BAIXA NÃO É GRAVADA.
       PROXIMO-RECIBO.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
           MOVE ZEROS TO WS-BX-RECIBO.
       PROXIMO-RECIBO-LOOP.
           MOVE "R" TO NUM-KEY.
           READ NUMCTL
               INVALID KEY
                   IF FS-NUM-BLOQUEADO
                       ADD 1 TO WS-LOCK-TENTATIVAS
                       IF WS-LOCK-TENTATIVAS < WS-LOCK-MAX
                           PERFORM ESPERA-BLOQUEIO
                           GO PROXIMO-RECIBO-LOOP
                       END-IF
                       GO PROXIMO-RECIBO-FIM
                   END-IF
                   MOVE "R" TO NUM-KEY
                   MOVE 1 TO NUM-ULTIMO-RECIBO
                   WRITE NUM-REC
                       INVALID KEY GO PROXIMO-RECIBO-FIM
                   END-WRITE
                   MOVE NUM-ULTIMO-RECIBO TO WS-BX-RECIBO
                   GO PROXIMO-RECIBO-FIM
           END-READ
           ADD 1 TO NUM-ULTIMO-RECIBO.
           REWRITE NUM-REC
               INVALID KEY GO PROXIMO-RECIBO-FIM
           END-REWRITE.
           MOVE NUM-ULTIMO-RECIBO TO WS-BX-RECIBO.
       PROXIMO-RECIBO-FIM.

      * -----------------------------------
      * PRÓXIMO NÚMERO DE DOMICÍLIO DO CONTROLE DE NUMERAÇÃO (CHAVE
      * "D", COMPARTILHADA COM O DOMCASA), COM A MESMA RETENTATIVA; O
      * REGISTRO É CRIADO NO PRIMEIRO DOMICÍLIO. SE NÃO DER, O NÚMERO
      * FICA EM ZEROS E NADA É GRAVADO.
       PROXIMO-DOMICILIO.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
           MOVE ZEROS TO WS-DM-NOVO-ID.
       PROXIMO-DOMICILIO-LOOP.
           MOVE "D" TO NUM-KEY.
           READ NUMCTL
               INVALID KEY
                   IF FS-NUM-BLOQUEADO
                       ADD 1 TO WS-LOCK-TENTATIVAS
                       IF WS-LOCK-TENTATIVAS < WS-LOCK-MAX
                           PERFORM ESPERA-BLOQUEIO
                           GO PROXIMO-DOMICILIO-LOOP
                       END-IF
                       GO PROXIMO-DOMICILIO-FIM
                   END-IF
                   MOVE "D" TO NUM-KEY
                   MOVE 1 TO NUM-ULTIMO-DOMICILIO
                   WRITE NUM-REC
                       INVALID KEY GO PROXIMO-DOMICILIO-FIM
                   END-WRITE
                   MOVE NUM-ULTIMO-DOMICILIO TO WS-DM-NOVO-ID
                   GO PROXIMO-DOMICILIO-FIM
           END-READ
           ADD 1 TO NUM-ULTIMO-DOMICILIO.
           REWRITE NUM-REC
               INVALID KEY GO PROXIMO-DOMICILIO-FIM
           END-REWRITE.
           MOVE NUM-ULTIMO-DOMICILIO TO WS-DM-NOVO-ID.
       PROXIMO-DOMICILIO-FIM.

      * -----------------------------------
      * IMPRIME O RECIBO DA BAIXA DA ÁREA DO FD (BX-REC) EM
      * recibos.lst, UM POR PÁGINA
       IMPRIME-RECIBO.
           MOVE BX-RECIBO TO WV-RECIBO.
           MOVE BX-DATA(7:2) TO WV-DIA.
           MOVE BX-DATA(5:2) TO WV-MES.
           MOVE BX-DATA(1:4) TO WV-ANO.
           MOVE BX-HORA(1:2) TO WV-HORA.
           MOVE BX-HORA(3:2) TO WV-MINUTO.
           MOVE BX-OPERADOR  TO WV-OPERADOR.
           MOVE BX-CARNET    TO WV-CARNET.
           MOVE WS-BX-NOME   TO WV-NOME.
           MOVE BX-COMPETENCIA(5:2) TO WV-CMES.
           MOVE BX-COMPETENCIA(1:4) TO WV-CANO.
           MOVE BX-VALOR     TO WV-VALOR.
           WRITE LINHA-RECIBO FROM WS-RECIBO-TRACO.
           WRITE LINHA-RECIBO FROM WS-RECIBO-L1.
           WRITE LINHA-RECIBO FROM WS-RECIBO-L2.
           WRITE LINHA-RECIBO FROM WS-RECIBO-L3.
           WRITE LINHA-RECIBO FROM WS-RECIBO-L4.
           WRITE LINHA-RECIBO FROM WS-RECIBO-L5.
           WRITE LINHA-RECIBO FROM WS-RECIBO-TRACO.
           WRITE LINHA-RECIBO FROM SPACES
               BEFORE ADVANCING PAGE.

      * -----------------------------------
      * DEVOLUÇÃO DE CORREIO (OPÇÃO D): A CORRESPONDÊNCIA QUE VOLTOU
      * (MUDOU-SE, DESCONHECIDO, RECUSADO, ENDEREÇO INCOMPLETO) É
      * REGISTRADA PENDENTE PARA O CARNET, COM O ENDEREÇO ATUAL DO
      * CADASTRO. ENQUANTO HOUVER PENDENTE O CLIENTE NÃO RECEBE CARTA
      * NEM ETIQUETA (SELECLI) E ENTRA NA LISTA DE TRABALHO SEMANAL
      * (DEVLISTA); A ALTERAÇÃO DO ENDEREÇO RESOLVE AS PENDENTES.
       DEVOLUCAO-CORREIO.
           MOVE "DEVOLUCAO CORREIO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-DV-CARNET.
           MOVE SPACES TO WS-DV-MOTIVO.
           MOVE ZEROS TO WS-DV-DATA.
       DEVOLUCAO-CORREIO-LOOP.
           ACCEPT SS-DEVOLUCAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DEVOLUCAO-CORREIO-FIM
           END-IF
           IF WS-DV-CARNET NOT NUMERIC OR WS-DV-CARNET EQUAL ZEROS
               MOVE "CARNET INVÁLIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLUCAO-CORREIO-LOOP
           END-IF
           MOVE WS-DV-CARNET TO WS-CARNET-VAL
           PERFORM VALIDA-CARNET
           IF NOT CARNET-VALIDO
               MOVE "DÍGITO VERIFICADOR DO CARNET INVÁLIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLUCAO-CORREIO-LOOP
           END-IF
      * LE-CLIENTE-BUSCA JÁ RECUSA (COM MENSAGEM) O EXCLUÍDO E O
      * TRANSFERIDO POR TROCA, APONTANDO O SUCESSOR
           MOVE WS-DV-CARNET TO MESTRE-CARNET
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM
           IF NOT FS-OK
               GO DEVOLUCAO-CORREIO-LOOP
           END-IF
           MOVE MESTRE-NOME     TO WS-DV-NOME
           MOVE MESTRE-ENDERECO TO WS-DV-ENDERECO
           PERFORM CONTA-DEVOLUCOES THRU CONTA-DEVOLUCOES-FIM
           DISPLAY SS-DV-CLIENTE
           MOVE WS-DV-MOTIVO TO DEV-MOTIVO
           IF NOT DEV-MOTIVO-VALIDO
               MOVE "MOTIVO INVÁLIDO (01 A 04)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLUCAO-CORREIO-LOOP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           IF WS-DV-DATA NOT NUMERIC OR WS-DV-DATA = ZEROS
               MOVE WS-DH-DATA TO WS-DV-DATA
           END-IF
           IF WS-DV-MES < 01 OR WS-DV-MES > 12
               OR WS-DV-DIA < 01 OR WS-DV-DIA > 31
               OR WS-DV-DATA > WS-DH-DATA
               MOVE "DATA DA DEVOLUÇÃO INVÁLIDA (AAAAMMDD)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLUCAO-CORREIO-LOOP
           END-IF
           IF WS-DV-ULT-SEQ = 999
               MOVE "LIMITE DE DEVOLUÇÕES DO CARNET ATINGIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLUCAO-CORREIO-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "REGISTRA A DEVOLUÇÃO DO CORREIO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DEVOLUCAO-CORREIO
           END-IF
           MOVE SPACES TO DEV-REC.
           MOVE WS-DV-CARNET    TO DEV-CARNET.
           COMPUTE DEV-SEQ = WS-DV-ULT-SEQ + 1.
           MOVE WS-DV-DATA      TO DEV-DATA.
           MOVE WS-DV-MOTIVO    TO DEV-MOTIVO.
           MOVE "T"             TO DEV-ORIGEM.
           MOVE WS-OPERADOR     TO DEV-OPERADOR.
           MOVE WS-DV-ENDERECO  TO DEV-ENDERECO.
           MOVE "P"             TO DEV-SITUACAO.
           MOVE ZEROS           TO DEV-DATA-SITUACAO.
           WRITE DEV-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A DEVOLUÇÃO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO DEVOLUCAO-CORREIO-LOOP
           END-WRITE.
           MOVE "DEVOLUÇÃO REGISTRADA, FORA DE CARTAS E ETIQUETAS"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO DEVOLUCAO-CORREIO.
       DEVOLUCAO-CORREIO-FIM.

      * -----------------------------------
      * CONTA AS DEVOLUÇÕES PENDENTES DO CARNET DA ÁREA DO FD E
      * GUARDA A ÚLTIMA SEQUÊNCIA USADA (A PRÓXIMA É A SEGUINTE)
       CONTA-DEVOLUCOES.
           MOVE 0 TO WS-DV-PENDENTES.
           MOVE 0 TO WS-DV-ULT-SEQ.
           MOVE 0 TO FINAL-DEVOLUCOES.
           MOVE MESTRE-CARNET TO DEV-CARNET.
           MOVE ZEROS TO DEV-SEQ.
           START DEVOLUCOES KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY GO CONTA-DEVOLUCOES-FIM
           END-START.
           PERFORM CONTA-DEV-LINHA UNTIL FINAL-DEVOLUCOES = 1.
       CONTA-DEVOLUCOES-FIM.

       CONTA-DEV-LINHA.
           READ DEVOLUCOES NEXT RECORD
               AT END MOVE 1 TO FINAL-DEVOLUCOES
               NOT AT END
                   IF DEV-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-DEVOLUCOES
                   ELSE
                       MOVE DEV-SEQ TO WS-DV-ULT-SEQ
                       IF DEV-PENDENTE
                           ADD 1 TO WS-DV-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * ENDEREÇO ALTERADO: MARCA COMO RESOLVIDAS ("R") AS DEVOLUÇÕES
      * PENDENTES DO CARNET, COM A DATA E O OPERADOR DA ALTERAÇÃO
       RESOLVE-DEVOLUCOES.
           MOVE 0 TO WS-DV-RESOLVIDAS.
           MOVE 0 TO FINAL-DEVOLUCOES.
           MOVE MESTRE-CARNET TO DEV-CARNET.
           MOVE ZEROS TO DEV-SEQ.
           START DEVOLUCOES KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY GO RESOLVE-DEVOLUCOES-FIM
           END-START.
           PERFORM RESOLVE-DEV-LINHA UNTIL FINAL-DEVOLUCOES = 1.
           IF WS-DV-RESOLVIDAS > 0
               MOVE SPACES TO WS-MSGERRO
               STRING "ENDERECO ALTERADO: " DELIMITED BY SIZE
                      WS-DV-RESOLVIDAS DELIMITED BY SIZE
                      " DEVOLUCAO(OES) DE CORREIO RESOLVIDA(S)"
                          DELIMITED BY SIZE
                   INTO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       RESOLVE-DEVOLUCOES-FIM.

       RESOLVE-DEV-LINHA.
           READ DEVOLUCOES NEXT RECORD
               AT END MOVE 1 TO FINAL-DEVOLUCOES
               NOT AT END
                   IF DEV-CARNET NOT = MESTRE-CARNET
                       MOVE 1 TO FINAL-DEVOLUCOES
                   ELSE
                       IF DEV-PENDENTE
                           MOVE "R"         TO DEV-SITUACAO
                           MOVE WS-DH-DATA  TO DEV-DATA-SITUACAO
                           MOVE WS-OPERADOR TO DEV-OPER-SITUACAO
                           REWRITE DEV-REC
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DV-RESOLVIDAS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * CONSENTIMENTOS PARA CAMPANHAS (OPÇÃO C): MOSTRA A SITUAÇÃO
      * VIGENTE DE CADA CANAL (CARTA, TELEFONE, SMS, E-MAIL) E
      * REGISTRA UMA NOVA MANIFESTAÇÃO DO CLIENTE, COM A ORIGEM E O
      * COMPROVANTE. O REGISTRO ANTERIOR NUNCA É REGRAVADO: O NOVO
      * ENTRA COM A SEQUÊNCIA SEGUINTE DO CANAL E PASSA A SER O
      * VIGENTE; CADA MUDANÇA VAI PARA A TRILHA DE AUDITORIA.
       CONSENTIMENTO-CLIENTE.
           MOVE "CONSENTIMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-CN-CARNET.
           ACCEPT SS-CN-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSENTIMENTO-CLIENTE-FIM
           END-IF
           IF WS-CN-CARNET NOT NUMERIC OR WS-CN-CARNET EQUAL ZEROS
               MOVE "CARNET INVÁLIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-CLIENTE
           END-IF
           MOVE WS-CN-CARNET TO WS-CARNET-VAL
           PERFORM VALIDA-CARNET
           IF NOT CARNET-VALIDO
               MOVE "DÍGITO VERIFICADOR DO CARNET INVÁLIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-CLIENTE
           END-IF
      * SÓ CLIENTE ATIVO: O TRANSFERIDO É ATENDIDO PELO SUCESSOR,
      * PARA ONDE OS CONSENTIMENTOS FORAM LEVADOS NA TROCA
           MOVE SPACES TO MESTRE-REC.
           MOVE WS-CN-CARNET TO MESTRE-CARNET.
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM.
           IF NOT FS-OK
               GO CONSENTIMENTO-CLIENTE
           END-IF.
           MOVE MESTRE-NOME TO WS-CN-NOME.
       CONSENTIMENTO-PAGINA.
           PERFORM CARREGA-CONSENTIMENTOS
               THRU CARREGA-CONSENTIMENTOS-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-CONSENT.
           MOVE SPACE  TO WS-CN-CANAL.
           MOVE SPACE  TO WS-CN-SITUACAO.
           MOVE SPACE  TO WS-CN-ORIGEM.
           MOVE SPACES TO WS-CN-DOCUMENTO.
           ACCEPT SS-CN-NOVO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSENTIMENTO-CLIENTE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CN-CANAL)    TO WS-CN-CANAL.
           MOVE FUNCTION UPPER-CASE(WS-CN-SITUACAO) TO WS-CN-SITUACAO.
           MOVE FUNCTION UPPER-CASE(WS-CN-ORIGEM)   TO WS-CN-ORIGEM.
           MOVE WS-CN-CANAL TO WS-CN-CANAL-BUSCA.
           PERFORM ACHA-CANAL-CONSENT.
           IF WS-CN-IDX = 0
               MOVE "CANAL DEVE SER C, T, S OU E" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-PAGINA
           END-IF
           MOVE WS-CN-SITUACAO TO CNS-SITUACAO.
           IF NOT CNS-SITUACAO-VALIDA
               MOVE "SITUAÇÃO DEVE SER I (ACEITA) OU O (RECUSA)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-PAGINA
           END-IF
           MOVE WS-CN-ORIGEM TO CNS-ORIGEM.
           IF NOT CNS-ORIGEM-VALIDA
               MOVE "ORIGEM DEVE SER B, T, F OU E" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-PAGINA
           END-IF
           IF WS-CN-SITUACAO = WS-CN-VIG-SIT(WS-CN-IDX)
               MOVE "O CANAL JÁ ESTÁ NESSA SITUAÇÃO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-PAGINA
           END-IF
           IF WS-CN-VIG-SEQ(WS-CN-IDX) = 999
               MOVE "LIMITE DE REGISTROS DO CANAL ATINGIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSENTIMENTO-PAGINA
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "REGISTRA O CONSENTIMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CONSENTIMENTO-PAGINA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO CNS-REC.
           MOVE WS-CN-CARNET    TO CNS-CARNET.
           MOVE WS-CN-CANAL     TO CNS-CANAL.
           COMPUTE CNS-SEQ = WS-CN-VIG-SEQ(WS-CN-IDX) + 1.
           MOVE WS-CN-SITUACAO  TO CNS-SITUACAO.
           MOVE WS-DH-DATA      TO CNS-DATA.
           MOVE WS-DH-HORA      TO CNS-HORA.
           MOVE WS-OPERADOR     TO CNS-OPERADOR.
           MOVE WS-CN-ORIGEM    TO CNS-ORIGEM.
           MOVE WS-CN-DOCUMENTO TO CNS-DOCUMENTO.
           WRITE CNS-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CONSENTIMENTO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CONSENTIMENTO-PAGINA
           END-WRITE.
           PERFORM GRAVA-AUDITORIA-CONSENT.
           MOVE "CONSENTIMENTO REGISTRADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSENTIMENTO-PAGINA.
       CONSENTIMENTO-CLIENTE-FIM.

      * -----------------------------------
      * APURA A SITUAÇÃO VIGENTE DE CADA CANAL DO CARNET (O REGISTRO
      * DE MAIOR SEQUÊNCIA) E MONTA AS 4 LINHAS DA TELA.
       CARREGA-CONSENTIMENTOS.
           PERFORM LIMPA-CANAL-CONSENT
               VARYING WS-CN-I FROM 1 BY 1 UNTIL WS-CN-I > 4.
           MOVE 0 TO FINAL-CONSENTIMENTOS.
           MOVE WS-CN-CARNET TO CNS-CARNET.
           MOVE SPACE TO CNS-CANAL.
           MOVE ZEROS TO CNS-SEQ.
           START CONSENTS KEY IS NOT LESS THAN CNS-KEY
               INVALID KEY MOVE 1 TO FINAL-CONSENTIMENTOS
           END-START.
           PERFORM CARREGA-CONSENT-LINHA
               UNTIL FINAL-CONSENTIMENTOS = 1.
           PERFORM MONTA-LINHA-CONSENT
               VARYING WS-CN-I FROM 1 BY 1 UNTIL WS-CN-I > 4.
       CARREGA-CONSENTIMENTOS-FIM.
           EXIT.

       LIMPA-CANAL-CONSENT.
           MOVE SPACE  TO WS-CN-VIG-SIT(WS-CN-I).
           MOVE ZEROS  TO WS-CN-VIG-DATA(WS-CN-I).
           MOVE SPACES TO WS-CN-VIG-OPER(WS-CN-I).
           MOVE SPACE  TO WS-CN-VIG-ORIG(WS-CN-I).
           MOVE SPACES TO WS-CN-VIG-DOC(WS-CN-I).
           MOVE ZEROS  TO WS-CN-VIG-SEQ(WS-CN-I).

       CARREGA-CONSENT-LINHA.
           READ CONSENTS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONSENTIMENTOS
               NOT AT END
                   IF CNS-CARNET NOT = WS-CN-CARNET
                       MOVE 1 TO FINAL-CONSENTIMENTOS
                   ELSE
                       MOVE CNS-CANAL TO WS-CN-CANAL-BUSCA
                       PERFORM ACHA-CANAL-CONSENT
                       IF WS-CN-IDX > 0
                           MOVE CNS-SITUACAO
                               TO WS-CN-VIG-SIT(WS-CN-IDX)
                           MOVE CNS-DATA
                               TO WS-CN-VIG-DATA(WS-CN-IDX)
                           MOVE CNS-OPERADOR
                               TO WS-CN-VIG-OPER(WS-CN-IDX)
                           MOVE CNS-ORIGEM
                               TO WS-CN-VIG-ORIG(WS-CN-IDX)
                           MOVE CNS-DOCUMENTO
                               TO WS-CN-VIG-DOC(WS-CN-IDX)
                           MOVE CNS-SEQ
                               TO WS-CN-VIG-SEQ(WS-CN-IDX)
                       END-IF
                   END-IF
           END-READ.

       MONTA-LINHA-CONSENT.
           MOVE WS-CN-DESCR(WS-CN-I) TO WN-CANAL.
           EVALUATE WS-CN-VIG-SIT(WS-CN-I)
               WHEN "I"
                   MOVE "ACEITA" TO WN-SIT
               WHEN "O"
                   MOVE "RECUSA" TO WN-SIT
               WHEN OTHER
                   MOVE "SEM REG." TO WN-SIT
           END-EVALUATE.
           IF WS-CN-VIG-DATA(WS-CN-I) = ZEROS
               MOVE SPACES TO WN-DATA
           ELSE
               MOVE WS-CN-VIG-DATA(WS-CN-I) TO WN-DATA
           END-IF.
           MOVE WS-CN-VIG-OPER(WS-CN-I) TO WN-OPER.
           MOVE WS-CN-VIG-ORIG(WS-CN-I) TO WN-ORIG.
           MOVE WS-CN-VIG-DOC(WS-CN-I)  TO WN-DOC.
           MOVE WS-CN-LINHA-DET TO WS-CN-LINHA(WS-CN-I).

      * POSIÇÃO (1 A 4) DO CANAL WS-CN-CANAL-BUSCA NA TABELA DE
      * CANAIS; ZERO QUANDO O CÓDIGO NÃO É DE CANAL
       ACHA-CANAL-CONSENT.
           MOVE 0 TO WS-CN-IDX.
           PERFORM PROCURA-CANAL-CONSENT
               VARYING WS-CN-I FROM 1 BY 1
               UNTIL WS-CN-I > 4 OR WS-CN-IDX > 0.

       PROCURA-CANAL-CONSENT.
           IF WS-CN-CODIGO(WS-CN-I) = WS-CN-CANAL-BUSCA
               MOVE WS-CN-I TO WS-CN-IDX
           END-IF.

      * -----------------------------------
      * DOMICÍLIO DO CLIENTE (OPÇÃO F): MOSTRA O DOMICÍLIO DO CARNET
      * E SEUS MEMBROS E APLICA UM COMANDO DO BALCÃO. É AQUI QUE SE
      * RESOLVEM OS AGRUPAMENTOS DUVIDOSOS DA LISTA DE REVISÃO DO
      * DOMCASA. O CARNET RETIRADO FICA COM PAPEL "F" E O BATCH NÃO O
      * AGRUPA MAIS, ATÉ SER LIBERADO (A). CADA VÍNCULO GUARDA O
      * OPERADOR E A DATA.
       DOMICILIO-CLIENTE.
           MOVE "DOMICILIO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-DM-CARNET.
           ACCEPT SS-DM-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DOMICILIO-CLIENTE-FIM
           END-IF
           IF WS-DM-CARNET NOT NUMERIC OR WS-DM-CARNET EQUAL ZEROS
               MOVE "CARNET INVÁLIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-CLIENTE
           END-IF
           MOVE WS-DM-CARNET TO WS-CARNET-VAL
           PERFORM VALIDA-CARNET
           IF NOT CARNET-VALIDO
               MOVE "DÍGITO VERIFICADOR DO CARNET INVÁLIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-CLIENTE
           END-IF
      * SÓ CLIENTE ATIVO: O TRANSFERIDO É ATENDIDO PELO SUCESSOR,
      * PARA ONDE O VÍNCULO FOI LEVADO NA TROCA
           MOVE SPACES TO MESTRE-REC.
           MOVE WS-DM-CARNET TO MESTRE-CARNET.
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM.
           IF NOT FS-OK
               GO DOMICILIO-CLIENTE
           END-IF.
           MOVE MESTRE-NOME TO WS-DM-NOME.
       DOMICILIO-PAGINA.
           PERFORM CARREGA-DOMICILIO THRU CARREGA-DOMICILIO-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-DOMICILIO.
           MOVE SPACE TO WS-DM-CMD.
           MOVE ZEROS TO WS-DM-ALVO.
           ACCEPT SS-DM-CMD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DOMICILIO-CLIENTE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DM-CMD) TO WS-DM-CMD.
           EVALUATE WS-DM-CMD
               WHEN "V"
                   PERFORM DOMICILIO-VINCULA THRU DOMICILIO-VINCULA-FIM
               WHEN "R"
                   PERFORM DOMICILIO-RETIRA THRU DOMICILIO-RETIRA-FIM
               WHEN "T"
                   PERFORM DOMICILIO-TITULAR
                       THRU DOMICILIO-TITULAR-FIM
               WHEN "A"
                   PERFORM DOMICILIO-LIBERA THRU DOMICILIO-LIBERA-FIM
               WHEN OTHER
                   MOVE "COMANDO DEVE SER V, R, T OU A" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE.
           GO DOMICILIO-PAGINA.
       DOMICILIO-CLIENTE-FIM.

      * -----------------------------------
      * LÊ O VÍNCULO DO CARNET (WS-DM-ID/WS-DM-PAPEL, ZEROS/ESPAÇO SE
      * NÃO TEM) E MONTA A SITUAÇÃO E AS LINHAS DOS MEMBROS DA TELA.
       CARREGA-DOMICILIO.
           MOVE ZEROS  TO WS-DM-ID.
           MOVE SPACE  TO WS-DM-PAPEL.
           MOVE SPACES TO WS-DM-TELA.
           MOVE SPACES TO WS-DM-AVISO.
           MOVE 0 TO WS-DM-QTD.
           MOVE 0 TO WS-DM-MEMBROS.
           MOVE "SEM DOMICILIO" TO WS-DM-SITUACAO.
           MOVE WS-DM-CARNET TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO TO CARREGA-DOMICILIO-FIM
           END-READ.
           MOVE DOM-ID    TO WS-DM-ID.
           MOVE DOM-PAPEL TO WS-DM-PAPEL.
           IF DOM-FORA
               MOVE "RETIRADO DO DOMICILIO, FORA DO AGRUPAMENTO"
                   TO WS-DM-SITUACAO
               GO TO CARREGA-DOMICILIO-FIM
           END-IF.
           MOVE 0 TO FINAL-DOMICILIO.
           START DOMFILE KEY IS EQUAL TO DOM-ID
               INVALID KEY MOVE 1 TO FINAL-DOMICILIO
           END-START.
           PERFORM COLETA-MEMBRO-DOMICILIO UNTIL FINAL-DOMICILIO = 1.
           MOVE WS-DM-ID TO WS-DM-ID-ED.
           MOVE WS-DM-MEMBROS TO WS-DM-QTD-ED.
           MOVE SPACES TO WS-DM-SITUACAO.
           STRING "DOMICILIO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DM-ID-ED) DELIMITED BY SIZE
                  " - MEMBROS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DM-QTD-ED) DELIMITED BY SIZE
               INTO WS-DM-SITUACAO.
           PERFORM MONTA-LINHA-DOMICILIO
               VARYING WS-DM-I FROM 1 BY 1 UNTIL WS-DM-I > WS-DM-QTD.
           IF WS-DM-MEMBROS > WS-DM-QTD
               COMPUTE WS-DM-QTD-ED = WS-DM-MEMBROS - WS-DM-QTD
               STRING "MAIS " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DM-QTD-ED) DELIMITED BY SIZE
                      " MEMBROS NAO MOSTRADOS" DELIMITED BY SIZE
                   INTO WS-DM-AVISO
           END-IF.
       CARREGA-DOMICILIO-FIM.
           EXIT.

       COLETA-MEMBRO-DOMICILIO.
           READ DOMFILE NEXT RECORD
               AT END MOVE 1 TO FINAL-DOMICILIO
               NOT AT END
                   IF DOM-ID NOT = WS-DM-ID
                       MOVE 1 TO FINAL-DOMICILIO
                   ELSE
                       ADD 1 TO WS-DM-MEMBROS
                       IF WS-DM-QTD < 8
                           ADD 1 TO WS-DM-QTD
                           MOVE DOM-CARNET TO WS-DM-E-CARNET(WS-DM-QTD)
                           MOVE DOM-PAPEL  TO WS-DM-E-PAPEL(WS-DM-QTD)
                           MOVE DOM-ORIGEM TO WS-DM-E-ORIGEM(WS-DM-QTD)
                           MOVE DOM-DATA   TO WS-DM-E-DATA(WS-DM-QTD)
                       END-IF
                   END-IF
           END-READ.

      * O NOME DO MEMBRO VEM DO CADASTRO (A ÁREA DO FD NÃO É MAIS
      * USADA DEPOIS DA LEITURA DO CLIENTE DA TELA)
       MONTA-LINHA-DOMICILIO.
           MOVE WS-DM-E-CARNET(WS-DM-I) TO WM-CARNET.
           IF WS-DM-E-PAPEL(WS-DM-I) = "T"
               MOVE "TITULAR" TO WM-PAPEL
           ELSE
               MOVE "DEPENDENTE" TO WM-PAPEL
           END-IF.
           MOVE WS-DM-E-CARNET(WS-DM-I) TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY MOVE "(FORA DO CADASTRO)" TO WM-NOME
               NOT INVALID KEY MOVE MESTRE-NOME TO WM-NOME
           END-READ.
           IF WS-DM-E-ORIGEM(WS-DM-I) = "B"
               MOVE "BATCH" TO WM-ORIGEM
           ELSE
               MOVE "TELA" TO WM-ORIGEM
           END-IF.
           MOVE WS-DM-E-DATA(WS-DM-I) TO WM-DATA.
           MOVE WS-DM-LINHA-DET TO WS-DM-LINHA(WS-DM-I).

      * -----------------------------------
      * VINCULA O CARNET AO DOMICÍLIO DO CARNET INFORMADO; SE ESTE
      * AINDA NÃO TEM DOMICÍLIO, NASCE UM NOVO COM ELE DE TITULAR. O
      * CARNET SAI DO DOMICÍLIO EM QUE ESTAVA (QUE GANHA OUTRO
      * TITULAR SE ELE ERA O TITULAR) E ENTRA COMO DEPENDENTE.
       DOMICILIO-VINCULA.
           IF WS-DM-ALVO NOT NUMERIC OR WS-DM-ALVO = ZEROS
               MOVE "INFORME O CARNET DO DOMICÍLIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-VINCULA-FIM
           END-IF
           IF WS-DM-ALVO = WS-DM-CARNET
               MOVE "INFORME O CARNET DE OUTRO MORADOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-VINCULA-FIM
           END-IF
           MOVE WS-DM-ALVO TO WS-CARNET-VAL
           PERFORM VALIDA-CARNET
           IF NOT CARNET-VALIDO
               MOVE "DÍGITO VERIFICADOR DO CARNET INVÁLIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-VINCULA-FIM
           END-IF
           MOVE SPACES TO MESTRE-REC.
           MOVE WS-DM-ALVO TO MESTRE-CARNET.
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM.
           IF NOT FS-OK
               GO DOMICILIO-VINCULA-FIM
           END-IF.
           MOVE ZEROS TO WS-DM-ALVO-ID.
           MOVE SPACE TO WS-DM-ALVO-PAPEL.
           MOVE WS-DM-ALVO TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DOM-PAPEL TO WS-DM-ALVO-PAPEL
                   IF DOM-MEMBRO
                       MOVE DOM-ID TO WS-DM-ALVO-ID
                   END-IF
           END-READ.
           IF WS-DM-ALVO-ID NOT = ZEROS AND WS-DM-ALVO-ID = WS-DM-ID
               MOVE "O CARNET JÁ ESTÁ NESSE DOMICÍLIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-VINCULA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           IF WS-DM-ALVO-ID = ZEROS
               MOVE "CRIA DOMICÍLIO COM O CARNET INFORMADO (S/N)?"
                   TO WS-MSGERRO
           ELSE
               MOVE "VINCULA AO DOMICÍLIO DO CARNET INFORMADO (S/N)?"
                   TO WS-MSGERRO
           END-IF.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DOMICILIO-VINCULA-FIM
           END-IF
           IF WS-DM-ALVO-ID = ZEROS
               PERFORM PROXIMO-DOMICILIO THRU PROXIMO-DOMICILIO-FIM
               IF WS-DM-NOVO-ID = ZEROS
                   MOVE "SEM NÚMERO DE DOMICÍLIO, TENTE NOVAMENTE"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO DOMICILIO-VINCULA-FIM
               END-IF
               MOVE WS-DM-NOVO-ID TO WS-DM-ALVO-ID
               MOVE WS-DM-ALVO    TO WS-DM-GRAVA-CARNET
               MOVE WS-DM-ALVO-ID TO WS-DM-GRAVA-ID
               MOVE "T"           TO WS-DM-GRAVA-PAPEL
               PERFORM GRAVA-DOMICILIO THRU GRAVA-DOMICILIO-FIM
               IF NOT DM-GRAVOU
                   GO DOMICILIO-VINCULA-FIM
               END-IF
           END-IF
           MOVE WS-DM-ID    TO WS-DM-ANTIGO-ID.
           MOVE WS-DM-PAPEL TO WS-DM-ANTIGO-PAPEL.
           MOVE WS-DM-CARNET  TO WS-DM-GRAVA-CARNET.
           MOVE WS-DM-ALVO-ID TO WS-DM-GRAVA-ID.
           MOVE "D"           TO WS-DM-GRAVA-PAPEL.
           PERFORM GRAVA-DOMICILIO THRU GRAVA-DOMICILIO-FIM.
           IF NOT DM-GRAVOU
               GO DOMICILIO-VINCULA-FIM
           END-IF
           IF WS-DM-ANTIGO-PAPEL = "T" AND WS-DM-ANTIGO-ID NOT = ZEROS
               MOVE WS-DM-ANTIGO-ID TO WS-DM-PROMOVE-ID
               MOVE ZEROS TO WS-DM-PREFERIDO
               PERFORM PROMOVE-TITULAR THRU PROMOVE-TITULAR-FIM
           END-IF
           MOVE "CARNET VINCULADO AO DOMICÍLIO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       DOMICILIO-VINCULA-FIM.

      * -----------------------------------
      * RETIRA O CARNET DO DOMICÍLIO E DO AGRUPAMENTO AUTOMÁTICO
      * (PAPEL "F", SEM NÚMERO); VALE TAMBÉM PARA O CARNET AINDA SEM
      * DOMICÍLIO QUE O BATCH NÃO DEVE AGRUPAR. SE ERA O TITULAR, O
      * MEMBRO MAIS ANTIGO ASSUME.
       DOMICILIO-RETIRA.
           IF WS-DM-PAPEL = "F"
               MOVE "O CARNET JÁ ESTÁ FORA DO AGRUPAMENTO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-RETIRA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "RETIRA O CARNET DO DOMICÍLIO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DOMICILIO-RETIRA-FIM
           END-IF
           MOVE WS-DM-ID    TO WS-DM-ANTIGO-ID.
           MOVE WS-DM-PAPEL TO WS-DM-ANTIGO-PAPEL.
           MOVE WS-DM-CARNET TO WS-DM-GRAVA-CARNET.
           MOVE ZEROS        TO WS-DM-GRAVA-ID.
           MOVE "F"          TO WS-DM-GRAVA-PAPEL.
           PERFORM GRAVA-DOMICILIO THRU GRAVA-DOMICILIO-FIM.
           IF NOT DM-GRAVOU
               GO DOMICILIO-RETIRA-FIM
           END-IF
           IF WS-DM-ANTIGO-PAPEL = "T" AND WS-DM-ANTIGO-ID NOT = ZEROS
               MOVE WS-DM-ANTIGO-ID TO WS-DM-PROMOVE-ID
               MOVE ZEROS TO WS-DM-PREFERIDO
               PERFORM PROMOVE-TITULAR THRU PROMOVE-TITULAR-FIM
           END-IF
           MOVE "CARNET RETIRADO DO DOMICÍLIO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       DOMICILIO-RETIRA-FIM.

      * -----------------------------------
      * TORNA O CARNET (DEPENDENTE) TITULAR DO SEU DOMICÍLIO; O
      * TITULAR ANTERIOR PASSA A DEPENDENTE.
       DOMICILIO-TITULAR.
           IF WS-DM-PAPEL = "T"
               MOVE "O CARNET JÁ É O TITULAR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-TITULAR-FIM
           END-IF
           IF WS-DM-PAPEL NOT = "D"
               MOVE "O CARNET NÃO ESTÁ EM DOMICÍLIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-TITULAR-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "TORNA O CARNET TITULAR DO DOMICÍLIO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DOMICILIO-TITULAR-FIM
           END-IF
           MOVE WS-DM-ID     TO WS-DM-PROMOVE-ID.
           MOVE WS-DM-CARNET TO WS-DM-PREFERIDO.
           PERFORM PROMOVE-TITULAR THRU PROMOVE-TITULAR-FIM.
           MOVE "TITULAR DO DOMICÍLIO ALTERADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       DOMICILIO-TITULAR-FIM.

      * -----------------------------------
      * LIBERA O CARNET RETIRADO PARA O AGRUPAMENTO AUTOMÁTICO: O
      * VÍNCULO "F" É APAGADO E O PRÓXIMO DOMCASA PODE AGRUPÁ-LO.
       DOMICILIO-LIBERA.
           IF WS-DM-PAPEL NOT = "F"
               MOVE "SÓ O CARNET RETIRADO É LIBERADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DOMICILIO-LIBERA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "LIBERA O CARNET PARA O AGRUPAMENTO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DOMICILIO-LIBERA-FIM
           END-IF
           MOVE WS-DM-CARNET TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO DOMICILIO-LIBERA-FIM
           END-READ.
           DELETE DOMFILE RECORD
               INVALID KEY
                   MOVE "ERRO AO LIBERAR O CARNET" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO DOMICILIO-LIBERA-FIM
           END-DELETE.
           MOVE "CARNET LIBERADO PARA O AGRUPAMENTO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       DOMICILIO-LIBERA-FIM.

      * -----------------------------------
      * GRAVA (OU REGRAVA) O VÍNCULO DE WS-DM-GRAVA-CARNET COM O
      * DOMICÍLIO E PAPEL PEDIDOS, ORIGEM TELA, OPERADOR E DATA DE
      * HOJE, COM A RETENTATIVA DE BLOQUEIO DO LE-CLIENTE.
       GRAVA-DOMICILIO.
           MOVE "N" TO WS-DM-GRAVOU.
           MOVE 0 TO WS-LOCK-TENTATIVAS.
       GRAVA-DOMICILIO-LE.
           MOVE WS-DM-GRAVA-CARNET TO DOM-CARNET.
           MOVE "S" TO WS-DM-EXISTE.
           READ DOMFILE
               INVALID KEY MOVE "N" TO WS-DM-EXISTE
           END-READ.
           IF FS-DOM-BLOQUEADO
               ADD 1 TO WS-LOCK-TENTATIVAS
               IF WS-LOCK-TENTATIVAS < WS-LOCK-MAX
                   PERFORM ESPERA-BLOQUEIO
                   GO TO GRAVA-DOMICILIO-LE
               END-IF
               MOVE "REGISTRO BLOQUEADO, TENTE NOVAMENTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO GRAVA-DOMICILIO-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE SPACES TO DOM-REC.
           MOVE WS-DM-GRAVA-CARNET TO DOM-CARNET.
           MOVE WS-DM-GRAVA-ID     TO DOM-ID.
           MOVE WS-DM-GRAVA-PAPEL  TO DOM-PAPEL.
           MOVE "T"                TO DOM-ORIGEM.
           MOVE WS-DH-DATA         TO DOM-DATA.
           MOVE WS-OPERADOR        TO DOM-OPERADOR.
           IF DM-EXISTE
               REWRITE DOM-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-DM-GRAVOU
               END-REWRITE
           ELSE
               WRITE DOM-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-DM-GRAVOU
               END-WRITE
           END-IF.
           IF NOT DM-GRAVOU
               MOVE "ERRO AO GRAVAR O DOMICÍLIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       GRAVA-DOMICILIO-FIM.
           EXIT.

      * -----------------------------------
      * ESCOLHE O TITULAR DO DOMICÍLIO WS-DM-PROMOVE-ID: O CARNET
      * WS-DM-PREFERIDO QUANDO É MEMBRO; SEM PREFERIDO, FICA O
      * TITULAR QUE HOUVER OU, SE NÃO HÁ (ELE SAIU), ASSUME O MEMBRO
      * DE MENOR CARNET (O MAIS ANTIGO). O TITULAR ANTERIOR PASSA A
      * DEPENDENTE. DOMICÍLIO SEM MEMBROS NÃO TEM O QUE PROMOVER.
       PROMOVE-TITULAR.
           MOVE ZEROS TO WS-DM-NOVO-TIT.
           MOVE ZEROS TO WS-DM-TIT-ATUAL.
           MOVE "N" TO WS-DM-ACHOU-PREF.
           MOVE 0 TO FINAL-DOMICILIO.
           MOVE WS-DM-PROMOVE-ID TO DOM-ID.
           START DOMFILE KEY IS EQUAL TO DOM-ID
               INVALID KEY GO TO PROMOVE-TITULAR-FIM
           END-START.
           PERFORM ACHA-TITULAR-DOMICILIO UNTIL FINAL-DOMICILIO = 1.
           IF DM-ACHOU-PREF
               MOVE WS-DM-PREFERIDO TO WS-DM-NOVO-TIT
           ELSE
               IF WS-DM-TIT-ATUAL NOT = ZEROS
                   GO TO PROMOVE-TITULAR-FIM
               END-IF
           END-IF.
           IF WS-DM-NOVO-TIT = ZEROS
               OR WS-DM-NOVO-TIT = WS-DM-TIT-ATUAL
               GO TO PROMOVE-TITULAR-FIM
           END-IF.
           IF WS-DM-TIT-ATUAL NOT = ZEROS
               MOVE WS-DM-TIT-ATUAL  TO WS-DM-GRAVA-CARNET
               MOVE WS-DM-PROMOVE-ID TO WS-DM-GRAVA-ID
               MOVE "D"              TO WS-DM-GRAVA-PAPEL
               PERFORM GRAVA-DOMICILIO THRU GRAVA-DOMICILIO-FIM
           END-IF.
           MOVE WS-DM-NOVO-TIT   TO WS-DM-GRAVA-CARNET.
           MOVE WS-DM-PROMOVE-ID TO WS-DM-GRAVA-ID.
           MOVE "T"              TO WS-DM-GRAVA-PAPEL.
           PERFORM GRAVA-DOMICILIO THRU GRAVA-DOMICILIO-FIM.
       PROMOVE-TITULAR-FIM.
           EXIT.

       ACHA-TITULAR-DOMICILIO.
           READ DOMFILE NEXT RECORD
               AT END MOVE 1 TO FINAL-DOMICILIO
               NOT AT END
                   IF DOM-ID NOT = WS-DM-PROMOVE-ID
                       MOVE 1 TO FINAL-DOMICILIO
                   ELSE
                       IF DOM-TITULAR
                           MOVE DOM-CARNET TO WS-DM-TIT-ATUAL
                       END-IF
                       IF DOM-CARNET = WS-DM-PREFERIDO
                           MOVE "S" TO WS-DM-ACHOU-PREF
                       END-IF
                       IF WS-DM-NOVO-TIT = ZEROS
                           OR DOM-CARNET < WS-DM-NOVO-TIT
                           MOVE DOM-CARNET TO WS-DM-NOVO-TIT
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
      * MANUTENÇÃO DOS CONTATOS DE UM CLIENTE (OPÇÃO 6): MOSTRA ATÉ
      * 12 CONTATOS DO CARNET E ACEITA INCLUSÃO (I) E EXCLUSÃO POR
      * NÚMERO DE LINHA (ENN). A MARCA DE PREFERIDO É ÚNICA POR
      * CLIENTE: MARCAR UM NOVO CONTATO COMO PREFERIDO DESMARCA OS
      * DEMAIS (LIMPA-PREFERIDOS).
       CONTATOS-CLIENTE.
           MOVE "CONTATOS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-CTT-CARNET-BUSCA.
           ACCEPT SS-CTT-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONTATOS-CLIENTE-FIM
           END-IF
      * O CLIENTE PRECISA EXISTIR (E ESTAR ATIVO) NO CADASTRO
           MOVE SPACES TO MESTRE-REC.
           MOVE WS-CTT-CARNET-BUSCA TO MESTRE-CARNET.
           PERFORM LE-CLIENTE-BUSCA THRU LE-CLIENTE-FIM.
           IF NOT FS-OK
               GO CONTATOS-CLIENTE
           END-IF.
       CONTATOS-PAGINA.
           PERFORM CARREGA-CONTATOS THRU CARREGA-CONTATOS-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-CONTATOS.
           MOVE SPACES TO WS-CTT-CMD.
           ACCEPT SS-CTT-CMD.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONTATOS-CLIENTE
           END-IF
           IF E-CTT-INCLUI
               PERFORM CONTATO-INCLUI THRU CONTATO-INCLUI-FIM
               GO CONTATOS-PAGINA
           END-IF
           IF WS-CTT-CMD(1:1) = "E" OR WS-CTT-CMD(1:1) = "e"
               PERFORM CONTATO-EXCLUI THRU CONTATO-EXCLUI-FIM
           END-IF
           GO CONTATOS-PAGINA.
       CONTATOS-CLIENTE-FIM.

      * -----------------------------------
      * CARREGA NA TABELA DE TELA OS CONTATOS DO CARNET (ATÉ 12) E
      * APURA A ÚLTIMA SEQUÊNCIA USADA, PARA A PRÓXIMA INCLUSÃO.
       CARREGA-CONTATOS.
           MOVE 0 TO WS-CTT-QTD.
           MOVE 0 TO WS-CTT-ULT-SEQ.
           MOVE 0 TO FINAL-CONTATOS.
           PERFORM LIMPA-LINHA-CONTATO
               VARYING WS-CTT-I FROM 1 BY 1 UNTIL WS-CTT-I > 12.
           MOVE WS-CTT-CARNET-BUSCA TO CTT-CARNET.
           MOVE ZEROS TO CTT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CTT-KEY
               INVALID KEY GO TO CARREGA-CONTATOS-FIM
           END-START.
           PERFORM CARREGA-CONTATO-LINHA UNTIL FINAL-CONTATOS = 1.
       CARREGA-CONTATOS-FIM.
           EXIT.

       LIMPA-LINHA-CONTATO.
           MOVE SPACES TO WS-CT-LINHA(WS-CTT-I).
           MOVE ZEROS TO WS-CT-SEQ(WS-CTT-I).

       CARREGA-CONTATO-LINHA.
           READ CONTATOS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONTATOS
               NOT AT END
                   IF CTT-CARNET NOT = WS-CTT-CARNET-BUSCA
                       MOVE 1 TO FINAL-CONTATOS
                   ELSE
                       MOVE CTT-SEQ TO WS-CTT-ULT-SEQ
                       IF WS-CTT-QTD < 12
                           ADD 1 TO WS-CTT-QTD
                           MOVE WS-CTT-QTD TO WQ-NR
                           MOVE CTT-SEQ    TO WQ-SEQ
                           MOVE CTT-TIPO   TO WQ-TIPO
                           MOVE CTT-VALOR  TO WQ-VALOR
                           MOVE CTT-PREFERIDO TO WQ-PREF
                           MOVE WS-CTT-LINHA-DET
                               TO WS-CT-LINHA(WS-CTT-QTD)
                           MOVE CTT-SEQ TO WS-CT-SEQ(WS-CTT-QTD)
                       END-IF
                   END-IF
           END-READ.

      * -----------------------------------
       CONTATO-INCLUI.
           MOVE SPACES TO WS-CTT-NOVO-TIPO.
           MOVE SPACES TO WS-CTT-NOVO-VALOR.
           MOVE "N"    TO WS-CTT-NOVO-PREF.
           DISPLAY SS-CTT-NOVO.
           ACCEPT SS-CTT-NOVO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONTATO-INCLUI-FIM
           END-IF
           IF NOT CTT-NOVO-TIPO-OK
               MOVE "TIPO DEVE SER FONE, CEL OU EMAIL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONTATO-INCLUI
           END-IF
           IF WS-CTT-NOVO-VALOR = SPACES
               MOVE "INFORME O VALOR DO CONTATO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONTATO-INCLUI
           END-IF
           IF CTT-NOVO-PREFERIDO
               PERFORM LIMPA-PREFERIDOS THRU LIMPA-PREFERIDOS-FIM
           END-IF
           MOVE SPACES TO CTT-REC.
           MOVE WS-CTT-CARNET-BUSCA TO CTT-CARNET.
           COMPUTE CTT-SEQ = WS-CTT-ULT-SEQ + 1.
           MOVE WS-CTT-NOVO-TIPO  TO CTT-TIPO.
           MOVE WS-CTT-NOVO-VALOR TO CTT-VALOR.
           IF CTT-NOVO-PREFERIDO
               MOVE "S" TO CTT-PREFERIDO
           ELSE
               MOVE "N" TO CTT-PREFERIDO
           END-IF.
           WRITE CTT-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CONTATO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
       CONTATO-INCLUI-FIM.

      * -----------------------------------
      * DESMARCA O PREFERIDO ATUAL DO CARNET, SE HOUVER, ANTES DE
      * MARCAR OUTRO.
       LIMPA-PREFERIDOS.
           MOVE 0 TO FINAL-CONTATOS.
           MOVE WS-CTT-CARNET-BUSCA TO CTT-CARNET.
           MOVE ZEROS TO CTT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CTT-KEY
               INVALID KEY GO TO LIMPA-PREFERIDOS-FIM
           END-START.
           PERFORM LIMPA-PREFERIDO-LINHA UNTIL FINAL-CONTATOS = 1.
       LIMPA-PREFERIDOS-FIM.
           EXIT.

       LIMPA-PREFERIDO-LINHA.
           READ CONTATOS NEXT RECORD
               AT END MOVE 1 TO FINAL-CONTATOS
               NOT AT END
                   IF CTT-CARNET NOT = WS-CTT-CARNET-BUSCA
                       MOVE 1 TO FINAL-CONTATOS
                   ELSE
           MOVE MESTRE-FONE       TO AUD-FONE.
           MOVE MESTRE-NOME       TO AUD-NOME.
           MOVE MESTRE-ENDERECO   TO AUD-ENDERECO.
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * RECOMPÕE O TEXTO LIVRE DE EXIBIÇÃO (MESTRE-ENDERECO) A PARTIR
       MONTA-SIT-PAGTO-FIM.
           EXIT.

      * VARREDURA COMO NO EXTRATO
       CONTA-PAGTO.
           READ PAGTOS NEXT RECORD
               AT END MOVE 1 TO FINAL-PAGTOS
           END-READ.
           IF FINAL-PAGTOS = 0
               IF NOT FS-PAG-OK OR PAG-CARNET NOT = MESTRE-CARNET
                   MOVE 1 TO FINAL-PAGTOS
               ELSE
                   ADD 1 TO WS-PAG-VISTAS
                   IF PAG-ABERTO
                       ADD 1 TO WS-PAG-ABERTAS
                   END-IF
               END-IF
           END-IF.

      * -----------------------------------
      * MONTA O DOMICÍLIO DO CARNET DA ÁREA DO FD PARA A CONSULTA:
      * A LINHA DO DOMICÍLIO (NÚMERO, PAPEL, QUANTOS OUTROS MEMBROS)
      * E, FORA DO MODO RESUMIDO, ATÉ 3 OUTROS MEMBROS COM NOME E
      * SITUAÇÃO DE PAGAMENTO. O REGISTRO DO CLIENTE É GUARDADO E
      * DEVOLVIDO À ÁREA DO FD DEPOIS DA LEITURA DOS MEMBROS.
       MONTA-DOMICILIO-CONSULTA.
           MOVE SPACES TO WS-DC-TELA.
           MOVE MESTRE-CARNET TO WS-DC-CARNET.
           MOVE MESTRE-CARNET TO DOM-CARNET.
           READ DOMFILE
               INVALID KEY GO TO MONTA-DOMICILIO-CONSULTA-FIM
           END-READ.
           IF NOT DOM-MEMBRO
               GO TO MONTA-DOMICILIO-CONSULTA-FIM
           END-IF.
           MOVE DOM-ID TO WS-DC-ID.
           IF DOM-TITULAR
               MOVE "TITULAR" TO WS-DC-PAPEL-DESC
           ELSE
               MOVE "DEPENDENTE" TO WS-DC-PAPEL-DESC
           END-IF.
           MOVE 0 TO WS-DC-QTD.
           MOVE 0 TO WS-DC-OUTROS.
           MOVE 0 TO FINAL-DOMICILIO.
           START DOMFILE KEY IS EQUAL TO DOM-ID
               INVALID KEY MOVE 1 TO FINAL-DOMICILIO
           END-START.
           PERFORM COLETA-MEMBRO-CONSULTA UNTIL FINAL-DOMICILIO = 1.
           MOVE WS-DC-ID TO WS-DM-ID-ED.
           MOVE WS-DC-OUTROS TO WS-DM-QTD-ED.
           STRING "DOMICILIO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DM-ID-ED) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DC-PAPEL-DESC) DELIMITED BY SIZE
                  " - OUTROS MEMBROS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DM-QTD-ED) DELIMITED BY SIZE
               INTO WS-DC-CABEC.
           IF WS-DC-OUTROS = 0
               GO TO MONTA-DOMICILIO-CONSULTA-FIM
           END-IF.
           IF DC-RESUMIDO
               MOVE "MEMBROS NA CONSULTA PELO CARNET"
                   TO WS-DC-LINHA(1)
               GO TO MONTA-DOMICILIO-CONSULTA-FIM
           END-IF.
           MOVE MESTRE-REC TO WS-DC-GUARDA.
           PERFORM MONTA-MEMBRO-CONSULTA
               VARYING WS-DC-I FROM 1 BY 1 UNTIL WS-DC-I > WS-DC-QTD.
           MOVE WS-DC-GUARDA TO MESTRE-REC.
       MONTA-DOMICILIO-CONSULTA-FIM.
           EXIT.

       COLETA-MEMBRO-CONSULTA.
           READ DOMFILE NEXT RECORD
               AT END MOVE 1 TO FINAL-DOMICILIO
               NOT AT END
                   IF DOM-ID NOT = WS-DC-ID
                       MOVE 1 TO FINAL-DOMICILIO
                   ELSE
                       IF DOM-CARNET NOT = WS-DC-CARNET
                           ADD 1 TO WS-DC-OUTROS
                           IF WS-DC-QTD < 3
                               ADD 1 TO WS-DC-QTD
                               MOVE DOM-CARNET
                                   TO WS-DC-E-CARNET(WS-DC-QTD)
                               MOVE DOM-PAPEL
                                   TO WS-DC-E-PAPEL(WS-DC-QTD)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MONTA-MEMBRO-CONSULTA.
           MOVE WS-DC-E-CARNET(WS-DC-I) TO WK-CARNET.
           IF WS-DC-E-PAPEL(WS-DC-I) = "T"
               MOVE "TITULAR" TO WK-PAPEL
           ELSE
               MOVE "DEPENDENTE" TO WK-PAPEL
           END-IF.
           MOVE WS-DC-E-CARNET(WS-DC-I) TO MESTRE-CARNET.
           READ FILE1
               INVALID KEY MOVE "(FORA DO CADASTRO)" TO WK-NOME
               NOT INVALID KEY MOVE MESTRE-NOME TO WK-NOME
           END-READ.
           MOVE WS-DC-E-CARNET(WS-DC-I) TO MESTRE-CARNET.
           PERFORM MONTA-SIT-PAGTO THRU MONTA-SIT-PAGTO-FIM.
           MOVE WS-SIT-PAGTO TO WK-SIT.
           MOVE WS-DC-LINHA-DET TO WS-DC-LINHA(WS-DC-I).

      * -----------------------------------
      * AUDITORIA DA TROCA DE CARNET: COMO GRAVA-AUDITORIA, MAS O
      * CAMPO DE ENDEREÇO LEVA O CARNET SUCESSOR (9 PRIMEIRAS
           MOVE MESTRE-NOME   TO AUD-NOME.
           MOVE SPACES TO AUD-ENDERECO.
           MOVE MESTRE-CARNET-SUCESSOR TO AUD-ENDERECO(1:9).
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * AUDITORIA DO CONSENTIMENTO: COMO GRAVA-AUDITORIA, MAS O CAMPO
      * DE ENDEREÇO LEVA O CANAL (POSIÇÃO 1), A SITUAÇÃO (2), A
      * ORIGEM (3), A SEQUÊNCIA DO REGISTRO (4 A 6) E O COMPROVANTE
      * (7 A 26) DA ÁREA DO FD DE consentimento.dat. A ENTRADA NÃO
      * MEXE NO CADASTRO (VEJA O RECUPERA).
       GRAVA-AUDITORIA-CONSENT.
           MOVE CNS-DATA      TO AUD-DATA.
           MOVE CNS-HORA      TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE "CONSENTE"    TO AUD-ACAO.
           MOVE MESTRE-CARNET TO AUD-CARNET.
           MOVE MESTRE-FONE   TO AUD-FONE.
           MOVE MESTRE-NOME   TO AUD-NOME.
           MOVE SPACES TO AUD-ENDERECO.
           MOVE CNS-CANAL     TO AUD-ENDERECO(1:1).
           MOVE CNS-SITUACAO  TO AUD-ENDERECO(2:1).
           MOVE CNS-ORIGEM    TO AUD-ENDERECO(3:1).
           MOVE CNS-SEQ       TO AUD-ENDERECO(4:3).
           MOVE CNS-DOCUMENTO TO AUD-ENDERECO(7:20).
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * AUDITORIA DA INCLUSÃO FEITA APESAR DE POSSÍVEL DUPLICATA: COMO
      * GRAVA-AUDITORIA (LOGO DEPOIS DA "INCLUSAO"), MAS O CAMPO DE
      * ENDEREÇO LEVA O PRIMEIRO CARNET ACHADO NA CONFERÊNCIA (1 A 9)
      * E A JUSTIFICATIVA DO OPERADOR (10 A 39). A ENTRADA NÃO MEXE NO
      * CADASTRO (VEJA O RECUPERA).
       GRAVA-AUDITORIA-DUPLIC.
           MOVE WS-DH-DATA    TO AUD-DATA.
           MOVE WS-DH-HORA    TO AUD-HORA.
           MOVE WS-OPERADOR   TO AUD-OPERADOR.
           MOVE "DUPLICATA"   TO AUD-ACAO.
           MOVE MESTRE-CARNET TO AUD-CARNET.
           MOVE MESTRE-FONE   TO AUD-FONE.
           MOVE MESTRE-NOME   TO AUD-NOME.
           MOVE SPACES TO AUD-ENDERECO.
           MOVE ZEROS TO AUD-ENDERECO(1:9).
           IF WS-DP-QTD > 0
               MOVE WS-DP-E-CARNET(1) TO AUD-ENDERECO(1:9)
           END-IF
           MOVE WS-DP-JUSTIFICA TO AUD-ENDERECO(10:30).
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * LE CLIENTE E MOSTRA MENSAGEM SE CHAVE NÃO EXISTE. SOB LOCK MODE
               CLOSE HISTORICO
               OPEN EXTEND HISTORICO
           END-IF
           MOVE "N" TO WS-SELOS-ABERTO
           OPEN I-O SELOCTL
           IF FS-SLG-NAO-EXISTE
               OPEN OUTPUT SELOCTL
               CLOSE SELOCTL
               OPEN I-O SELOCTL
           END-IF
           IF FS-STAT-SLG = ZEROS
               MOVE "S" TO WS-SELOS-ABERTO
           END-IF
           OPEN I-O NUMCTL
           IF FS-NUM-NAO-EXISTE
               OPEN OUTPUT NUMCTL
               CLOSE PENDFILE
               OPEN I-O PENDFILE
           END-IF
           OPEN I-O BAIXAS
           IF FS-BX-NAO-EXISTE
               OPEN OUTPUT BAIXAS
               CLOSE BAIXAS
               OPEN I-O BAIXAS
           END-IF
           OPEN EXTEND RECIBOS
           IF FS-STAT-REC NOT = ZEROS
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF
           OPEN I-O DEVOLUCOES
           IF FS-DEV-NAO-EXISTE
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN I-O DEVOLUCOES
           END-IF
           OPEN I-O CONSENTS
           IF FS-CNS-NAO-EXISTE
               OPEN OUTPUT CONSENTS
               CLOSE CONSENTS
               OPEN I-O CONSENTS
           END-IF
           OPEN I-O DOMFILE
           IF FS-DOM-NAO-EXISTE
               OPEN OUTPUT DOMFILE
               CLOSE DOMFILE
               OPEN I-O DOMFILE
           END-IF
      * O LIVRO DE PAGAMENTOS É CARREGADO PELO BATCH (PAGCARGA); AQUI
      * SÓ A BAIXA MANUAL GRAVA NELE. SEM O ARQUIVO (FATURAMENTO
      * AINDA SEM RETORNO) A CONSULTA MOSTRA "SEM INFORMACAO" E A
      * BAIXA FICA INDISPONÍVEL.
           MOVE "N" TO WS-PAGTOS-ABERTO
           OPEN INPUT PAGTOS
           IF FS-STAT-PAG = ZEROS
               MOVE "S" TO WS-PAGTOS-ABERTO
           END-IF
           MOVE "N" TO WS-LIVROPAG-ABERTO
           OPEN I-O LIVROPAG
           IF FS-STAT-LPG = ZEROS
               MOVE "S" TO WS-LIVROPAG-ABERTO
           END-IF
           MOVE "N" TO WS-CEPS-ABERTO
           OPEN INPUT CEPREF
           IF FS-STAT-CEP = ZEROS
               MOVE "S" TO WS-CEPS-ABERTO
           END-IF.

      * -----------------------------------
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

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

      * -----------------------------------
      * LACRA E GRAVA A LINHA DE HISTÓRICO JÁ MONTADA EM HIST-REC,
      * COMO GRAVA-LINHA-AUDITORIA (VEJA historico.cpy)
       GRAVA-LINHA-HISTORICO.
           MOVE "HISTORICO" TO SLG-LOG.
           PERFORM LE-SELO THRU LE-SELO-FIM.
           MOVE ZEROS TO HIST-SEQ.
           MOVE ZEROS TO HIST-RESUMO.
           MOVE ZEROS TO HIST-SELO.
           MOVE SPACE TO HIST-APAGADO.
           IF SL-LACRA
               ADD 1 TO SLG-ULT-SEQ
               MOVE SLG-ULT-SEQ TO HIST-SEQ
               MOVE SPACES TO WS-SL-TEXTO
               STRING HIST-VALOR-ANTIGO HIST-VALOR-NOVO
                   DELIMITED BY SIZE INTO WS-SL-TEXTO
               END-STRING
               MOVE 0 TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               MOVE WS-SL-VALOR TO HIST-RESUMO
               MOVE SPACES TO WS-SL-TEXTO
               STRING HIST-DATA HIST-HORA HIST-CARNET HIST-OPERADOR
                      HIST-CAMPO HIST-SEQ HIST-RESUMO
                   DELIMITED BY SIZE INTO WS-SL-TEXTO
               END-STRING
               MOVE SLG-ULT-SELO TO WS-SL-VALOR
               PERFORM CALCULA-SELO
               MOVE WS-SL-VALOR TO HIST-SELO
               MOVE WS-SL-VALOR TO SLG-ULT-SELO
           END-IF.
           WRITE HIST-REC.
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
