      * CANDIDATOS A ANONIMIZACAO E DIARIO DO QUE FOI ANONIMIZADO
      * (CGP042): CLIENTE CUJA ULTIMA ENTREGA E ULTIMO RECEBIMENTO
      * SAO ANTERIORES AO CORTE DA REGRA CGD028, SEM TITULO EM
      * ABERTO, TICKET DO SAC ABERTO OU NEGATIVACAO. A ANONIMIZACAO
      * SO ACONTECE DEPOIS DA APROVACAO DO SUPERVISOR; CODIGOS E
      * VALORES FICAM, SAEM NOME, DOCUMENTOS, ENDERECOS E CONTATOS.
      * STATUS: 0-PROPOSTO 1-APROVADO 2-ANONIMIZADO 3-REJEITADO.
      * CAMPOS-ANON = ARQUIVOS ALTERADOS NA EXECUCAO.
       FD  CGD029.
       01  REG-CGD029.
           05  CHAVE-CG29.
               10  CLASSIF-CG29        PIC 9.
               10  CODIGO-CG29         PIC 9(8).
           05  ULT-ENTREGA-CG29        PIC 9(8)      VALUE ZEROS.
           05  ULT-RECEBIMENTO-CG29    PIC 9(8)      VALUE ZEROS.
           05  DATA-PROPOSTA-CG29      PIC 9(8)      VALUE ZEROS.
           05  STATUS-CG29             PIC 9         VALUE ZEROS.
           05  DATA-APROVACAO-CG29     PIC 9(8)      VALUE ZEROS.
           05  USUARIO-APROV-CG29      PIC 9(6)      VALUE ZEROS.
           05  DATA-ANONIM-CG29        PIC 9(8)      VALUE ZEROS.
           05  USUARIO-ANONIM-CG29     PIC 9(6)      VALUE ZEROS.
           05  CAMPOS-ANON-CG29        PIC X(30)     VALUE SPACES.
           05  QT-CARTOES-CG29         PIC 9(2)      VALUE ZEROS.
       01  PATH-CGD029                 PIC X(30).
