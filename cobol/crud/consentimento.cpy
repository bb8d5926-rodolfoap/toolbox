      * -----------------------------------
      * CONSENTIMENTOS PARA CAMPANHAS (consentimento.dat): UM
      * REGISTRO POR MANIFESTAÇÃO DO CLIENTE, CHAVEADO POR CARNET +
      * CANAL + SEQUÊNCIA. A SITUAÇÃO VIGENTE DE UM CANAL É A DO
      * REGISTRO DE MAIOR SEQUÊNCIA; OS ANTERIORES FICAM COMO PROVA
      * DO HISTÓRICO (NADA É REGRAVADO NEM APAGADO). MANUTENÇÃO NA
      * OPÇÃO C DO CLIENTES (CADA MUDANÇA VAI TAMBÉM PARA A TRILHA DE
      * AUDITORIA, AÇÃO "CONSENTE"); O SELECLI SÓ SELECIONA PARA
      * CAMPANHA QUEM TEM ACEITE VIGENTE NO CANAL E O RELCONS IMPRIME
      * O HISTÓRICO COMPLETO DE UM CLIENTE. NA TROCA DE CARNET OS
      * REGISTROS ACOMPANHAM O NÚMERO NOVO.
       01 CNS-REC.
           05 CNS-KEY.
               10 CNS-CARNET      PIC 9(09).
               10 CNS-CANAL       PIC X(01).
                   88 CNS-CANAL-CARTA    VALUE "C".
                   88 CNS-CANAL-TELEFONE VALUE "T".
                   88 CNS-CANAL-SMS      VALUE "S".
                   88 CNS-CANAL-EMAIL    VALUE "E".
                   88 CNS-CANAL-VALIDO   VALUE "C" "T" "S" "E".
               10 CNS-SEQ         PIC 9(03).
           05 CNS-SITUACAO        PIC X(01).
               88 CNS-ACEITE         VALUE "I".
               88 CNS-RECUSA         VALUE "O".
               88 CNS-SITUACAO-VALIDA VALUE "I" "O".
      * DATA E HORA EM QUE A MANIFESTAÇÃO FOI REGISTRADA
           05 CNS-DATA            PIC 9(08).
           05 CNS-HORA            PIC 9(08).
           05 CNS-OPERADOR        PIC X(10).
      * COMO O CLIENTE SE MANIFESTOU
           05 CNS-ORIGEM          PIC X(01).
               88 CNS-ORIGEM-BALCAO     VALUE "B".
               88 CNS-ORIGEM-TELEFONE   VALUE "T".
               88 CNS-ORIGEM-FORMULARIO VALUE "F".
               88 CNS-ORIGEM-EMAIL      VALUE "E".
               88 CNS-ORIGEM-VALIDA     VALUE "B" "T" "F" "E".
      * REFERÊNCIA DO COMPROVANTE (NR DO FORMULÁRIO, PROTOCOLO DA
      * LIGAÇÃO, ASSUNTO DO E-MAIL)
           05 CNS-DOCUMENTO       PIC X(20).
           05 FILLER              PIC X(10).
