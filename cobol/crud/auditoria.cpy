           05 AUD-NOME      PIC X(40).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 AUD-ENDERECO  PIC X(40).
      * LACRE DA LINHA, GRAVADO POR QUEM ESCREVE A TRILHA A PARTIR DO
      * CONTROLE selolog.dat E CONFERIDO PELO VERILOG: A SEQUÊNCIA DA
      * LINHA, O RESUMO DOS DADOS PESSOAIS (FONE, NOME, ENDEREÇO) E O
      * SELO ENCADEADO, CALCULADO SOBRE O SELO DA LINHA ANTERIOR, OS
      * DEMAIS CAMPOS, A SEQUÊNCIA E O RESUMO. AUD-APAGADO "S" MARCA A
      * LINHA CUJOS DADOS PESSOAIS O ANONLOG APAGOU: O RESUMO DELA
      * DEIXA DE CONFERIR, MAS O SELO CONTINUA VALENDO. LINHAS
      * GRAVADAS ANTES DO LACRE TÊM ESSES CAMPOS EM BRANCO.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 AUD-SEQ       PIC 9(09).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 AUD-RESUMO    PIC 9(09).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 AUD-SELO      PIC 9(09).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 AUD-APAGADO   PIC X(01).
