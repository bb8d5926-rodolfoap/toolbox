           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-AUD.
           SELECT SELOCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-STAT-SLG
               RECORD KEY IS SLG-LOG.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-CTL.
                   VALUE OF FILE-ID IS "auditoria.log".
           COPY auditoria.

       FD SELOCTL VALUE OF FILE-ID IS "selolog.dat".
           COPY selolog.

       FD CONTROLE LABEL RECORD STANDARD
                   VALUE OF FILE-ID IS "clientes.ctl".
       01 CTL-LINHA PIC X(30).
           05 FILLER   PIC X(22) VALUE "CARNETS RESTAURADOS: ".
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
           PERFORM ATUALIZA-CONTROLE THRU ATUALIZA-CONTROLE-FIM.
           CLOSE FILE1.
           CLOSE AUDITLOG.
           IF SELOS-ABERTO
               CLOSE SELOCTL
           END-IF.
           CLOSE RELATORIO.
           DISPLAY "CARNETS PEDIDOS: "     WS-TOTAL-PEDIDOS.
           DISPLAY "CARNETS RESTAURADOS: " WS-TOTAL-RESTAURADOS.
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
           MOVE MESTRE-NOME     TO AUD-NOME.
           MOVE SPACES TO AUD-ENDERECO.
           MOVE ARQ-DATA-ARQUIVAMENTO TO AUD-ENDERECO(1:8).
           PERFORM GRAVA-LINHA-AUDITORIA.

      * -----------------------------------
      * SOMA AO TOTAL DE CONTROLE DO RECON O QUE VOLTOU AO CADASTRO,
           END-IF.
       ATUALIZA-CONTROLE-FIM.
           EXIT.

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
