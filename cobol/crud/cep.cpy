      * -----------------------------------
      * BASE DE CEPS DOS CORREIOS (ceps.dat), CARREGADA PELO CEPCARGA.
      * UMA ENTRADA POR CEP COM O LOGRADOURO, O BAIRRO, A CIDADE E A
      * UF, GRAVADOS EM MAIÚSCULAS. É A REFERÊNCIA CONTRA A QUAL O
      * CLIENTES (INCLUSÃO/ALTERAÇÃO) E O CLIIMP CONFEREM O CEP
      * DIGITADO OU CARREGADO, E QUE O CEPVARRE USA NA VARREDURA DE
      * EXCEÇÕES DO CADASTRO. CEP GENÉRICO DE CIDADE (SEM LOGRADOURO
      * NEM BAIRRO) VEM COM ESSES CAMPOS EM BRANCO.
       01 CEP-REC.
           05 CEP-KEY.
               10 CEP-NUMERO         PIC 9(08).
           05 CEP-LOGRADOURO         PIC X(30).
           05 CEP-BAIRRO             PIC X(20).
           05 CEP-CIDADE             PIC X(20).
           05 CEP-UF                 PIC X(02).
           05 CEP-DATA-CARGA         PIC 9(08).
           05 FILLER                 PIC X(10).
