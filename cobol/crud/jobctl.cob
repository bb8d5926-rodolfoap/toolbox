      * REGISTRA UM PASSO DE JOB BATCH NO LIVRO DE CONTROLE
      * (jobctl.dat), A PARTIR DA LINHA ÚNICA DE jobctl.par:
      *     JOB,PASSO,PROGRAMA,DATA,HORA-INI,HORA-FIM,RC,
      *     LIDOS,GRAVADOS,REJEITADOS[,SITUACAO]
      * O PASSO "000-INICIO" É TAMBÉM A TRAVA DO JOB: SE O LIVRO JÁ
      * TEM UM "000-INICIO" DO MESMO JOB NA MESMA DATA, NADA É
      * GRAVADO E O PROGRAMA DEVOLVE RC=8, QUE O SCRIPT TRATA COMO
      * "JOB JÁ EXECUTADO NESSA DATA" E ABORTA. UMA REEXECUÇÃO
      * DELIBERADA ENTRA COM O PASSO "000-REINICIO", QUE NÃO É
      * TRAVADO (VEJA O ARGUMENTO FORCA DO batch_noturno.sh).
      *
      * O PASSO "000-RESTART" COM SITUAÇÃO "C" É A CONSULTA DO
      * REINÍCIO DO JOB A PARTIR DO PASSO QUE FALHOU, E NÃO GRAVA
      * NADA NO LIVRO: SÓ É ACEITA SE O LIVRO TEM UMA EXECUÇÃO DO
      * MESMO JOB NA MESMA DATA (UM JOB DE ONTEM NÃO É REINICIADO
      * HOJE) E ELA NÃO CHEGOU AO "999-FIM"; SENÃO RC=8. ACEITA, O
      * PROGRAMA GRAVA EM jobctl.ok UMA LINHA "PASSO RC" COM O ÚLTIMO
      * RC DE CADA PASSO DESDE O ÚLTIMO 000-INICIO/000-REINICIO
      * DAQUELA DATA, QUE O SCRIPT USA PARA PULAR OS JÁ CONCLUÍDOS.
      * DEPOIS DE CONFERIR AS ENTRADAS O SCRIPT REGISTRA O
      * "000-RESTART" DE FATO (SITUAÇÃO "R"): RC=0 SE O REINÍCIO
      * SEGUE, RC=8 SE FOI RECUSADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOBLIVRO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-JCT.
           SELECT CONCLUIDOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                   VALUE OF FILE-ID IS "jobctl.dat".
           COPY jobctl.

       FD CONCLUIDOS LABEL RECORD STANDARD
                     VALUE OF FILE-ID IS "jobctl.ok".
       01 OK-LINHA.
           05 OK-PASSO PIC X(12).
           05 FILLER   PIC X(01).
           05 OK-RC    PIC 9(03).

       WORKING-STORAGE SECTION.
       77 FS-STAT-PAR PIC 9(02).
       77 FS-STAT-JCT PIC 9(02).
       77 FINAL-LIVRO PIC 9 VALUE 0.
       77 WS-JA-EXECUTADO PIC X VALUE "N".
           88 JA-EXECUTADO VALUE "S".
       77 WS-JA-CONCLUIDO PIC X VALUE "N".
           88 JA-CONCLUIDO VALUE "S".

      * PASSOS DA EXECUÇÃO A REINICIAR, COM O ÚLTIMO RC DE CADA UM
       77 WS-PASSO-MAX PIC 9(03) VALUE 060.
       77 WS-PASSO-QTD PIC 9(03) VALUE 0.
       77 WS-I         PIC 9(03) VALUE 0.
       77 WS-ACHOU     PIC 9(03) VALUE 0.
       01 WS-TAB-PASSOS.
           05 WS-TP-ENT OCCURS 60 TIMES.
               10 WS-TP-PASSO PIC X(12).
               10 WS-TP-RC    PIC 9(03).

       01 WS-PAR-CAMPOS.
           05 WS-P-JOB        PIC X(10).
           05 WS-P-LIDOS      PIC X(08).
           05 WS-P-GRAVADOS   PIC X(08).
           05 WS-P-REJEITADOS PIC X(08).
           05 WS-P-SITUACAO   PIC X(01).
       77 WS-DATA-NUM PIC 9(08) VALUE 0.
       77 WS-NUM-8    PIC 9(08) VALUE 0.
       77 WS-NUM-6    PIC 9(06) VALUE 0.
                   STOP RUN
               END-IF
           END-IF.
           IF WS-P-PASSO = "000-RESTART" AND WS-P-SITUACAO = "C"
               PERFORM CONFERE-REINICIO THRU CONFERE-REINICIO-FIM
               IF NOT JA-EXECUTADO
                   DISPLAY "JOB " WS-P-JOB " SEM EXECUCAO EM "
                       WS-P-DATA ": NADA A REINICIAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF JA-CONCLUIDO
                   DISPLAY "JOB " WS-P-JOB " DE " WS-P-DATA
                       " JA CONCLUIDO: NADA A REINICIAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM GRAVA-CONCLUIDOS
               STOP RUN
           END-IF.
           PERFORM GRAVA-PASSO.
           STOP RUN.

               INTO WS-P-JOB WS-P-PASSO WS-P-PROGRAMA WS-P-DATA
                    WS-P-HORA-INI WS-P-HORA-FIM WS-P-RC
                    WS-P-LIDOS WS-P-GRAVADOS WS-P-REJEITADOS
                    WS-P-SITUACAO
           END-UNSTRING.
           CLOSE PARAMETRO.
           MOVE WS-P-DATA TO WS-DATA-NUM.
               AT END MOVE 1 TO FINAL-LIVRO
           END-READ.

      * -----------------------------------
      * REINÍCIO: PERCORRE AS LINHAS DO JOB NA DATA. CADA 000-INICIO
      * OU 000-REINICIO COMEÇA UMA EXECUÇÃO NOVA (ZERA A TABELA); O
      * 999-FIM A CONCLUI; OS DEMAIS PASSOS, INCLUSIVE OS DE
      * REINÍCIOS ANTERIORES, FICAM COM O ÚLTIMO RC GRAVADO.
       CONFERE-REINICIO.
           OPEN INPUT JOBLIVRO.
           IF FS-STAT-JCT NOT = ZEROS
               GO TO CONFERE-REINICIO-FIM
           END-IF.
           MOVE 0 TO FINAL-LIVRO.
           READ JOBLIVRO
               AT END MOVE 1 TO FINAL-LIVRO
           END-READ.
           PERFORM CONFERE-LINHA-REINICIO UNTIL FINAL-LIVRO = 1.
           CLOSE JOBLIVRO.
       CONFERE-REINICIO-FIM.
           EXIT.

       CONFERE-LINHA-REINICIO.
           IF JCT-DATA = WS-DATA-NUM AND JCT-JOB = WS-P-JOB
               EVALUATE JCT-PASSO
                   WHEN "000-INICIO"
                   WHEN "000-REINICIO"
                       MOVE "S" TO WS-JA-EXECUTADO
                       MOVE "N" TO WS-JA-CONCLUIDO
                       MOVE 0 TO WS-PASSO-QTD
                   WHEN "000-RESTART"
                       CONTINUE
                   WHEN "999-FIM"
                       MOVE "S" TO WS-JA-CONCLUIDO
                   WHEN OTHER
                       PERFORM GUARDA-PASSO THRU GUARDA-PASSO-FIM
               END-EVALUATE
           END-IF.
           READ JOBLIVRO
               AT END MOVE 1 TO FINAL-LIVRO
           END-READ.

       GUARDA-PASSO.
           MOVE 0 TO WS-ACHOU.
           PERFORM PROCURA-PASSO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PASSO-QTD OR WS-ACHOU > 0.
           IF WS-ACHOU = 0
               IF WS-PASSO-QTD < WS-PASSO-MAX
                   ADD 1 TO WS-PASSO-QTD
                   MOVE WS-PASSO-QTD TO WS-ACHOU
                   MOVE JCT-PASSO TO WS-TP-PASSO(WS-ACHOU)
               ELSE
                   GO TO GUARDA-PASSO-FIM
               END-IF
           END-IF.
           MOVE JCT-RC TO WS-TP-RC(WS-ACHOU).
       GUARDA-PASSO-FIM.
           EXIT.

       PROCURA-PASSO.
           IF WS-TP-PASSO(WS-I) = JCT-PASSO
               MOVE WS-I TO WS-ACHOU
           END-IF.

       GRAVA-CONCLUIDOS.
           OPEN OUTPUT CONCLUIDOS.
           PERFORM GRAVA-CONCLUIDO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PASSO-QTD.
           CLOSE CONCLUIDOS.
           DISPLAY "PASSOS JA EXECUTADOS NA DATA: " WS-PASSO-QTD.

       GRAVA-CONCLUIDO.
           MOVE SPACES TO OK-LINHA.
           MOVE WS-TP-PASSO(WS-I) TO OK-PASSO.
           MOVE WS-TP-RC(WS-I) TO OK-RC.
           WRITE OK-LINHA.

      * -----------------------------------
      * CAMPOS NUMÉRICOS DO PAR VÊM ALINHADOS À ESQUERDA; O MOVE PARA
      * O INTERMEDIÁRIO NUMÉRICO REALINHA COM ZEROS, COMO NO CLIIMP.
           END-IF.
           MOVE WS-P-REJEITADOS TO WS-NUM-8.
           MOVE WS-NUM-8      TO JCT-REJEITADOS.
           MOVE WS-P-SITUACAO TO JCT-SITUACAO.
           WRITE JCT-REC.
           CLOSE JOBLIVRO.
