      * AUDITORIA DOS RELATORIOS DE DADOS PESSOAIS EMITIDOS A PEDIDO
      * DO TITULAR (LGPD) PELO CGP041: QUEM EMITIU (USUARIO), QUANDO,
      * DE QUAL CLIENTE, QUEM PEDIU E COMO SAIU. MESMO PADRAO DO
      * CGD015 - CADA EMISSAO TAMBEM GERA UM REGISTRO "LGPD" EM
      * LOGACESS (SEQUENCIA DO LOGD005). CHAVE ALTERNADA PELO
      * CLIENTE PARA RESPONDER "QUANDO ESTE TITULAR JA PEDIU".
      * SAIDA: 1-IMPRESSO  2-EXPORTADO EM ARQUIVO TEXTO.
      * DOCUMENTOS: 0-MASCARADOS  1-COMPLETOS (USUARIO DO CGD014).
       FD  CGD027.
       01  REG-CGD027.
           05  CHAVE-CG27.
               10  USUARIO-CG27        PIC 9(6).
               10  DATA-CG27           PIC 9(8).
               10  HORA-CG27           PIC 9(6).
               10  SEQ-CG27            PIC 9(2).
           05  CLIENTE-CG27.
               10  CLASSIF-CLI-CG27    PIC 9         VALUE ZEROS.
               10  CODIGO-CLI-CG27     PIC 9(8)      VALUE ZEROS.
           05  CPF-PESQUISA-CG27       PIC 9(16)     VALUE ZEROS.
           05  REQUERENTE-CG27         PIC X(40)     VALUE SPACES.
           05  SAIDA-CG27              PIC 9         VALUE ZEROS.
           05  DOCUMENTOS-CG27         PIC 9         VALUE ZEROS.
           05  QT-REGISTROS-CG27       PIC 9(5)      VALUE ZEROS.
       01  PATH-CGD027                 PIC X(30).
