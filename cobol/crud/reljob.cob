      * RC DIFERENTE DE ZERO. É O QUE SUBSTITUI RECONSTITUIR A NOITE
      * ANTERIOR PELO SCROLL-BACK DO TERMINAL.
      *
      * NOITE COM REINÍCIO (PASSO "000-RESTART") GANHA UMA LINHA DE
      * AVISO ANTES DOS PASSOS DA DATA, E CADA PASSO LEVA NA ÚLTIMA
      * COLUNA SE FOI PULADO NO REINÍCIO (JÁ TINHA TERMINADO BEM) OU
      * EXECUTADO NELE; O RODAPÉ CONTA AS DATAS COM REINÍCIO.
      *
      * O LIVRO É GRAVADO EM ORDEM CRONOLÓGICA PELO JOBCTL, ENTÃO AS
      * DATAS DISTINTAS SÃO COLETADAS EM ORDEM E O CORTE DAS 30 MAIS
      * RECENTES SAI DIRETO DA TABELA.

       FD RELATORIO LABEL RECORD STANDARD
                    VALUE OF FILE-ID IS "reljob.lst".
       01 LINHA-REL PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-STAT-JCT PIC 9(02).
       77 WS-DATA-QTD PIC 9(04) VALUE 0.
       77 WS-I PIC 9(04) VALUE 0.
       01 WS-TAB-DATAS.
           05 WS-TD-ENT OCCURS 400 TIMES.
               10 WS-TD-DATA      PIC 9(08).
               10 WS-TD-REINICIOS PIC 9(02).
       77 WS-ACHOU PIC 9(04) VALUE 0.
       77 WS-TOTAL-REINICIADAS PIC 9(04) VALUE 0.
       77 WS-DATA-CORTE PIC 9(08) VALUE 0.
       77 WS-DATA-ANT   PIC 9(08) VALUE 0.
       77 WS-TOTAL-LINHAS PIC 9(06) VALUE 0.
           05 FILLER PIC X(04) VALUE "RC".
           05 FILLER PIC X(09) VALUE "LIDOS".
           05 FILLER PIC X(09) VALUE "GRAVADOS".
           05 FILLER PIC X(15) VALUE "REJEITADOS".
           05 FILLER PIC X(09) VALUE "REINICIO".
       01 WS-DETALHE.
           05 WD-DATA     PIC 9(08).
           05 FILLER      PIC X VALUE SPACE.
           05 WD-REJEITADOS PIC ZZZZ,ZZ9.
           05 FILLER      PIC X VALUE SPACE.
           05 WD-ALERTA   PIC X(03).
           05 FILLER      PIC X VALUE SPACE.
           05 WD-REINICIO PIC X(09).
       01 WS-LINHA-REINICIO.
           05 FILLER      PIC X(13) VALUE "*** DATA COM ".
           05 WLR-QTD     PIC Z9.
           05 FILLER      PIC X(48) VALUE
              " REINICIO(S) A PARTIR DO PASSO QUE FALHOU ***".
       01 WS-RODAPE.
           05 FILLER      PIC X(22) VALUE "DATAS COM REINICIO:  ".
           05 WR-REINICIADAS PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
               AT END MOVE 1 TO FINAL-LIVRO
           END-READ.
           PERFORM IMPRIME-PASSO UNTIL FINAL-LIVRO = 1.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-TOTAL-REINICIADAS TO WR-REINICIADAS.
           WRITE LINHA-REL FROM WS-RODAPE.
           CLOSE JOBLIVRO.
           CLOSE RELATORIO.
           DISPLAY "DATAS NO LIVRO: " WS-DATA-QTD.
           DISPLAY "PASSOS IMPRESSOS: " WS-TOTAL-LINHAS.
           DISPLAY "DATAS COM REINICIO: " WS-TOTAL-REINICIADAS.
           STOP RUN.

       COLETA-DATA.
                       UNTIL WS-I > WS-DATA-MAX
               END-IF
               MOVE JCT-DATA TO WS-TD-DATA(WS-DATA-QTD)
               MOVE 0 TO WS-TD-REINICIOS(WS-DATA-QTD)
           END-IF.
      * REINÍCIO RECUSADO (MARCAS DAS ENTRADAS) FICA COM RC=8 E NÃO
      * CONTA
           IF JCT-PASSO = "000-RESTART" AND JCT-RC = ZEROS
               AND WS-TD-REINICIOS(WS-DATA-QTD) < 99
               ADD 1 TO WS-TD-REINICIOS(WS-DATA-QTD)
           END-IF.
           READ JOBLIVRO
               AT END MOVE 1 TO FINAL-LIVRO
           END-READ.

       DESLOCA-DATAS.
           MOVE WS-TD-ENT(WS-I) TO WS-TD-ENT(WS-I - 1).

       IMPRIME-PASSO.
           IF JCT-DATA >= WS-DATA-CORTE
                   MOVE SPACES TO LINHA-REL
                   WRITE LINHA-REL
               END-IF
               IF JCT-DATA NOT = WS-DATA-ANT
                   PERFORM AVISA-REINICIO
               END-IF
               MOVE JCT-DATA TO WS-DATA-ANT
               MOVE JCT-DATA       TO WD-DATA
               MOVE JCT-JOB        TO WD-JOB
               ELSE
                   MOVE SPACES TO WD-ALERTA
               END-IF
               EVALUATE TRUE
                   WHEN JCT-PASSO = "000-RESTART"
                       MOVE "REINICIO" TO WD-REINICIO
                   WHEN JCT-PULADO
                       MOVE "PULADO" TO WD-REINICIO
                   WHEN JCT-REEXECUTADO
                       MOVE "EXECUTADO" TO WD-REINICIO
                   WHEN OTHER
                       MOVE SPACES TO WD-REINICIO
               END-EVALUATE
               WRITE LINHA-REL FROM WS-DETALHE
               ADD 1 TO WS-TOTAL-LINHAS
           END-IF.
           READ JOBLIVRO
               AT END MOVE 1 TO FINAL-LIVRO
           END-READ.

      * AVISO NO INÍCIO DE UMA DATA QUE TEVE REINÍCIO
       AVISA-REINICIO.
           MOVE 0 TO WS-ACHOU.
           PERFORM PROCURA-DATA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DATA-QTD OR WS-ACHOU > 0.
           IF WS-ACHOU > 0
               IF WS-TD-REINICIOS(WS-ACHOU) > 0
                   MOVE WS-TD-REINICIOS(WS-ACHOU) TO WLR-QTD
                   WRITE LINHA-REL FROM WS-LINHA-REINICIO
                   ADD 1 TO WS-TOTAL-REINICIADAS
               END-IF
           END-IF.

       PROCURA-DATA.
           IF WS-TD-DATA(WS-I) = JCT-DATA
               MOVE WS-I TO WS-ACHOU
           END-IF.
