           05 HIST-VALOR-ANTIGO  PIC X(40).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 HIST-VALOR-NOVO    PIC X(40).
      * LACRE DA LINHA, COMO NO auditoria.cpy: SEQUÊNCIA, RESUMO DOS
      * VALORES ANTIGO E NOVO (DADOS PESSOAIS) E SELO ENCADEADO SOBRE
      * O SELO ANTERIOR, OS DEMAIS CAMPOS, A SEQUÊNCIA E O RESUMO;
      * HIST-APAGADO "S" MARCA A LINHA APAGADA PELO ANONLOG.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 HIST-SEQ           PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 HIST-RESUMO        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 HIST-SELO          PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 HIST-APAGADO       PIC X(01).
