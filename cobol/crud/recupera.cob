
      * ENTRADAS "INCLUSAO" RECONSTITUEM O REGISTRO A PARTIR DOS
      * PRÓPRIOS DADOS DA TRILHA; "REATIVACAO" VOLTA O STATUS PARA
      * ATIVO; "TRANSFAG" MUDA A AGÊNCIA; AS DEMAIS AÇÕES
      * (EXCLUSAO, UNIFICACAO) SÃO SOFT-DELETE. UMA ENTRADA MAIS
      * ANTIGA QUE A DATA DE CADASTRO DO REGISTRO ATUAL É DE UMA VIDA
      * ANTERIOR DE UM CARNET RECADASTRADO E É IGNORADA. "CONSENTE"
      * (CONSENTIMENTO PARA CAMPANHA) VIVE NO PRÓPRIO
      * consentimento.dat E NÃO MEXE NO CADASTRO: É IGNORADA. TAMBÉM
      * "DUPLICATA" (JUSTIFICATIVA DA INCLUSÃO DE UMA POSSÍVEL
      * DUPLICATA) É SÓ REGISTRO: A INCLUSÃO VEM NA ENTRADA ANTERIOR.
       APLICA-EXCLUSAO.
           IF WS-REP-ACAO = "INCLUSAO"
               PERFORM APLICA-INCLUSAO
           END-IF.
           IF WS-REP-ACAO NOT = "INCLUSAO" AND NOT = "CONSENTE"
                   AND NOT = "DUPLICATA"
               MOVE WS-REP-CARNET TO MESTRE-CARNET
               READ FILE1
                   INVALID KEY
                                           TO
                                           MESTRE-CARNET-SUCESSOR
                                   END-IF
      * A TRANSFERÊNCIA DE AGÊNCIA (AGEFECHA) SÓ TROCA A AGÊNCIA DO
      * REGISTRO: A ENTRADA "TRANSFAG" LEVA A AGÊNCIA DE ORIGEM E A
      * DE DESTINO NAS 6 PRIMEIRAS POSIÇÕES DO CAMPO DE ENDEREÇO
                               WHEN "TRANSFAG"
                                   IF WS-REP-ENDERECO(4:3) NUMERIC
                                       MOVE WS-REP-ENDERECO(4:3)
                                           TO MESTRE-AGENCIA
                                   END-IF
                               WHEN OTHER
                                   MOVE "I" TO MESTRE-STATUS
                           END-EVALUATE
