      * ALVO, RODA ESTE PROGRAMA E DEVOLVE O _novo POR CIMA DO
      * ORIGINAL — ASSIM NEM O RECUPERA CONSEGUE REPOR O QUE FOI
      * APAGADO. UM ALVO AUSENTE É SÓ PULADO.
      *
      * O LACRE DAS LINHAS (SEQUÊNCIA, RESUMO E SELO) É MANTIDO: O
      * SELO NÃO COBRE OS DADOS PESSOAIS DIRETAMENTE, SÓ O RESUMO
      * DELES, ENTÃO A CORRENTE CONTINUA FECHANDO. A LINHA APAGADA É
      * MARCADA (AUD-APAGADO / HIST-APAGADO = "S") E O VERILOG ACEITA
      * O RESUMO QUE NÃO CONFERE SÓ NELA, SÓ COM OS DADOS EM BRANCO E
      * SÓ SE O CARNET TEM A AÇÃO "ANONIMIZA" LACRADA (GRAVADA PELO
      * ANONMEST) NA auditoria DO MESMO PERÍODO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  VALUE OF FILE-ID IS "auditoria_alvo.log".
           COPY auditoria.

      * MESMO TAMANHO DO AUD-REC (173 BYTES): UM SINK MENOR
      * TRUNCARIA O LACRE NO FIM DE TODAS AS LINHAS REESCRITAS
       FD AUDNOVO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "auditoria_alvo_novo.log".
       01 AUD-NOVO-REC PIC X(173).

       WORKING-STORAGE SECTION.
       77 FS-STAT-PAR PIC 9(02).
           IF WS-ACHOU > 0
               MOVE SPACES TO HIST-VALOR-ANTIGO
               MOVE SPACES TO HIST-VALOR-NOVO
               MOVE "S" TO HIST-APAGADO
               ADD 1 TO WS-TOTAL-HIST-APAGADAS
           END-IF.
           WRITE HIST-NOVO-REC FROM HIST-REC.
               MOVE ZEROS  TO AUD-FONE
               MOVE SPACES TO AUD-NOME
               MOVE SPACES TO AUD-ENDERECO
               MOVE "S" TO AUD-APAGADO
               ADD 1 TO WS-TOTAL-AUD-APAGADAS
           END-IF.
           WRITE AUD-NOVO-REC FROM AUD-REC.
