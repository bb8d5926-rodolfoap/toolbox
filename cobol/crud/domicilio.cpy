      * -----------------------------------
      * DOMICÍLIOS (domicilios.dat): UM REGISTRO POR CARNET QUE MORA
      * NUM DOMICÍLIO AGRUPADO, CHAVEADO PELO CARNET, COM O NÚMERO DO
      * DOMICÍLIO (CHAVE ALTERNATIVA COM DUPLICATAS, QUE DÁ OS
      * MEMBROS DE UM DOMICÍLIO) E O PAPEL DO CARNET NELE. O DOMICÍLIO
      * NÃO TEM REGISTRO PRÓPRIO: EXISTE ENQUANTO HOUVER MEMBRO COM O
      * NÚMERO, E TEM UM SÓ TITULAR. OS NÚMEROS VÊM DO CONTROLE DE
      * NUMERAÇÃO (numeracao.dat, CHAVE "D"). O AGRUPAMENTO É FEITO
      * PELO DOMCASA (BATCH, PELO ENDEREÇO ESTRUTURADO) E MANTIDO NA
      * OPÇÃO F DO CLIENTES; O CARNET RETIRADO DO DOMICÍLIO NO BALCÃO
      * FICA COM PAPEL "F" E NÚMERO ZERO, PARA O BATCH NÃO O AGRUPAR
      * DE NOVO. O REGISTRO ACOMPANHA O CARNET NA TROCA E NA
      * UNIFICAÇÃO, E SAI NO EXPURGO (CLIPURGA), COM O MEMBRO MAIS
      * ANTIGO ASSUMINDO QUANDO SAI O TITULAR.
       01 DOM-REC.
           05 DOM-KEY.
               10 DOM-CARNET      PIC 9(09).
           05 DOM-ID              PIC 9(07).
           05 DOM-PAPEL           PIC X(01).
               88 DOM-TITULAR        VALUE "T".
               88 DOM-DEPENDENTE     VALUE "D".
               88 DOM-FORA           VALUE "F".
               88 DOM-MEMBRO         VALUE "T" "D".
      * QUEM FEZ O VÍNCULO: B = BATCH (DOMCASA), T = TELA (CLIENTES)
           05 DOM-ORIGEM          PIC X(01).
               88 DOM-ORIGEM-BATCH   VALUE "B".
               88 DOM-ORIGEM-TELA    VALUE "T".
      * DATA DO VÍNCULO (OU DA RETIRADA, NO PAPEL "F")
           05 DOM-DATA            PIC 9(08).
           05 DOM-OPERADOR        PIC X(10).
           05 FILLER              PIC X(10).
