      * CONTADORES (LIDOS/GRAVADOS/REJEITADOS) RASPADOS DO LOG DO
      * PASSO. O REGISTRO "000-INICIO" DE CADA JOB É TAMBÉM A TRAVA
      * CONTRA UMA SEGUNDA EXECUÇÃO NA MESMA DATA. O RELJOB IMPRIME
      * AS ÚLTIMAS 30 NOITES. NUM REINÍCIO (batch_noturno.sh
      * REINICIO) O JOB GRAVA O PASSO "000-RESTART" E MARCA EM
      * JCT-SITUACAO OS PASSOS PULADOS POR JÁ TEREM TERMINADO BEM
      * ("P", COM O RC DA EXECUÇÃO ORIGINAL) E OS EXECUTADOS NO
      * REINÍCIO ("R"); NA EXECUÇÃO NORMAL O CAMPO FICA EM BRANCO.
       01 JCT-REC.
           05 JCT-DATA       PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 JCT-GRAVADOS   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 JCT-REJEITADOS PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 JCT-SITUACAO   PIC X(01).
               88 JCT-PULADO      VALUE "P".
               88 JCT-REEXECUTADO VALUE "R".
