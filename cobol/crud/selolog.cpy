      * -----------------------------------
      * CONTROLE DO LACRE DAS TRILHAS (selolog.dat): UM REGISTRO POR
      * LOG ("AUDITORIA" E "HISTORICO") COM A ÚLTIMA SEQUÊNCIA E O
      * ÚLTIMO SELO GRAVADOS. QUEM GRAVA UMA LINHA LÊ O REGISTRO COM
      * BLOQUEIO, LACRA A LINHA COM A SEQUÊNCIA SEGUINTE E REGRAVA O
      * REGISTRO, ENTÃO DUAS SESSÕES NUNCA PEGAM O MESMO NÚMERO. A
      * BASE É A ÚLTIMA LINHA DO MÊS JÁ FECHADO (GRAVADA PELO VERILOG
      * NO FECHAMENTO MENSAL): O LOG VIVO COMEÇA NA SEQUÊNCIA SEGUINTE
      * E ENCADEIA A PARTIR DO SELO DELA.
       01 SLG-REC.
           05 SLG-LOG            PIC X(10).
           05 SLG-ULT-SEQ        PIC 9(09).
           05 SLG-ULT-SELO       PIC 9(09).
           05 SLG-BASE-SEQ       PIC 9(09).
           05 SLG-BASE-SELO      PIC 9(09).
           05 SLG-DATA-CORTE     PIC 9(08).
           05 FILLER             PIC X(20).
