      * APAGA IRREVERSIVELMENTE NOME, FONE E ENDEREÇO EM
      * clientemestre.dat, clientemestre_arq.dat, NOS CONTATOS
      * (contatos.dat, REMOVIDOS) E NAS TRILHAS FECHADAS DE
      * histarq.dat (HARQ-VALOR-ANTIGO/NOVO E OS CAMPOS AUD) E
      * NAS DEVOLUÇÕES DE CORREIO (devolucoes.dat, DEV-ENDERECO),
      * MANTENDO AS CHAVES DE CARNET PARA A CONTAGEM E O CHECKSUM DO
      * RECON CONTINUAREM BATENDO. O NOME VIRA A MARCA "ANONIMIZADO"
      * E CADA APAGAMENTO GERA UMA AÇÃO "ANONIMIZA" NA TRILHA DE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-HARQ
               RECORD KEY IS HARQ-KEY.
           SELECT DEVOLUCOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT-DEV
               RECORD KEY IS DEV-KEY.
           SELECT ARQUIVO-MORTO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-ARQ.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       FD HISTARQ VALUE OF FILE-ID IS "histarq.dat".
           COPY histarq.

       FD DEVOLUCOES VALUE OF FILE-ID IS "devolucoes.dat".
           COPY devolucao.

       FD ARQUIVO-MORTO LABEL RECORD STANDARD
                  VALUE OF FILE-ID IS "clientemestre_arq.dat".
           COPY arquivomorto.
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "anonimiza.lst".
       01 LINHA-REL PIC X(80).
       77 FS-STAT-HARQ PIC 9(02).
       77 FS-STAT-ARQ  PIC 9(02).
       77 FS-STAT-AUD  PIC 9(02).
       77 FS-STAT-DEV  PIC 9(02).
       77 FINAL-PARAMETRO PIC 9 VALUE 0.
       77 FINAL-MORTO     PIC 9 VALUE 0.
       77 FINAL-CONTATOS  PIC 9 VALUE 0.
       77 FINAL-TRILHA    PIC 9 VALUE 0.
       77 FINAL-DEVOLUCOES PIC 9 VALUE 0.
       77 WS-OPERADOR PIC X(10) VALUE "ANONIMIZA".
       77 WS-MARCA-ANONIMO PIC X(11) VALUE "ANONIMIZADO".

       77 WS-TOTAL-MORTOS   PIC 9(06) VALUE 0.
       77 WS-TOTAL-CONTATOS PIC 9(06) VALUE 0.
       77 WS-TOTAL-TRILHAS  PIC 9(06) VALUE 0.
       77 WS-TOTAL-DEVOLUCOES PIC 9(06) VALUE 0.

      * CARNETS PEDIDOS (ATÉ 100 POR EXECUÇÃO, COMO NO ARQREST)
       77 WS-PED-MAX PIC 9(03) VALUE 100.
           88 CONTATOS-OK VALUE "S".
       77 WS-HISTARQ-OK PIC X VALUE "N".
           88 HISTARQ-OK VALUE "S".
       77 WS-DEVOLUCOES-OK PIC X VALUE "N".
           88 DEVOLUCOES-OK VALUE "S".

       01 WS-DATA-HORA-ATUAL.
           05 WS-DH-DATA PIC 9(08).
           05 FILLER   PIC X(23) VALUE "CARNETS ANONIMIZADOS: ".
           05 WR-TOTAL PIC ZZZ,ZZ9.

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
           IF HISTARQ-OK
               CLOSE HISTARQ
           END-IF.
           IF DEVOLUCOES-OK
               CLOSE DEVOLUCOES
           END-IF.
           CLOSE AUDITLOG.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           CLOSE RELATORIO.
           DISPLAY "CARNETS PEDIDOS: "          WS-TOTAL-PEDIDOS.
           DISPLAY "ELOS DE TROCA ACRESCENTADOS: " WS-TOTAL-ELOS.
           DISPLAY "APAGADOS NO ARQUIVO MORTO: " WS-TOTAL-MORTOS.
           DISPLAY "CONTATOS REMOVIDOS: "       WS-TOTAL-CONTATOS.
           DISPLAY "TRILHAS FECHADAS APAGADAS: " WS-TOTAL-TRILHAS.
           DISPLAY "DEVOLUCOES APAGADAS: "      WS-TOTAL-DEVOLUCOES.
           STOP RUN.

       LE-PARAMETROS.
           IF FS-STAT-HARQ = ZEROS
               MOVE "S" TO WS-HISTARQ-OK
           END-IF.
           OPEN I-O DEVOLUCOES.
           IF FS-STAT-DEV = ZEROS
               MOVE "S" TO WS-DEVOLUCOES-OK
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF FS-STAT-AUD NOT = ZEROS
               OPEN OUTPUT AUDITLOG
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
           OPEN OUTPUT RELATORIO.

      * -----------------------------------
           WRITE PAR-LINHA.

      * -----------------------------------
      * APAGA UM CARNET NO CADASTRO VIVO, NOS CONTATOS, NAS TRILHAS
      * FECHADAS E NAS DEVOLUÇÕES DE CORREIO; O ARQUIVO MORTO É
      * TRATADO NUMA VARREDURA ÚNICA AO FINAL (É SEQUENCIAL).
       ANONIMIZA-CARNET.
           MOVE WP-CARNET(WS-I) TO WS-CARNET-ATUAL.
           MOVE WS-CARNET-ATUAL TO WD-CARNET.
           PERFORM APAGA-NO-CADASTRO.
           PERFORM APAGA-CONTATOS THRU APAGA-CONTATOS-FIM.
           PERFORM APAGA-TRILHAS THRU APAGA-TRILHAS-FIM.
           PERFORM APAGA-DEVOLUCOES THRU APAGA-DEVOLUCOES-FIM.
           PERFORM GRAVA-AUDITORIA.
           WRITE LINHA-REL FROM WS-DETALHE.

                   END-IF
           END-READ.

      * -----------------------------------
      * DEVOLUÇÕES DE CORREIO DO CARNET (devolucoes.dat): O ENDEREÇO
      * É APAGADO, MAS O REGISTRO FICA (DATA, MOTIVO E SITUAÇÃO NÃO
      * SÃO PESSOAIS).
       APAGA-DEVOLUCOES.
           IF NOT DEVOLUCOES-OK
               GO TO APAGA-DEVOLUCOES-FIM
           END-IF.
           MOVE 0 TO FINAL-DEVOLUCOES.
           MOVE WS-CARNET-ATUAL TO DEV-CARNET.
           MOVE ZEROS TO DEV-SEQ.
           START DEVOLUCOES KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY GO TO APAGA-DEVOLUCOES-FIM
           END-START.
           PERFORM APAGA-DEVOLUCAO-LINHA UNTIL FINAL-DEVOLUCOES = 1.
       APAGA-DEVOLUCOES-FIM.
           EXIT.

       APAGA-DEVOLUCAO-LINHA.
           READ DEVOLUCOES NEXT RECORD
               AT END MOVE 1 TO FINAL-DEVOLUCOES
               NOT AT END
                   IF DEV-CARNET NOT = WS-CARNET-ATUAL
                       MOVE 1 TO FINAL-DEVOLUCOES
                   ELSE
                       MOVE SPACES TO DEV-ENDERECO
                       REWRITE DEV-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-DEVOLUCOES
                       END-REWRITE
                   END-IF
           END-READ.

      * -----------------------------------
      * VARREDURA ÚNICA DO ARQUIVO MORTO: REGISTRO DE CARNET PEDIDO
      * SAI COM OS CAMPOS PESSOAIS APAGADOS (A CHAVE FICA); OS
           MOVE ZEROS           TO AUD-FONE.
           MOVE SPACES          TO AUD-NOME.
           MOVE SPACES          TO AUD-ENDERECO.
           PERFORM GRAVA-LINHA-AUDITORIA.

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
