      * EMITENTES DE CHEQUE BLOQUEADOS POR DEVOLUCAO (CRP111). CHAVE =
      * CPF/CNPJ DO EMITENTE. O REGISTRO E GRAVADO NA DEVOLUCAO DO
      * CHEQUE (NUMERO DE CUSTODIA E ALINEA DA ULTIMA DEVOLUCAO) E,
      * ENQUANTO BLOQUEADO, NOVO CHEQUE DO EMITENTE E RECUSADO NA
      * CUSTODIA. A LIBERACAO GUARDA A DATA E O USUARIO.
      * SITUACAO: 1-BLOQUEADO  0-LIBERADO.
       FD  CRD181.
       01  REG-CRD181.
           05  CPF-CR181               PIC 9(14).
           05  NOME-CR181              PIC X(30)     VALUE SPACES.
           05  SITUACAO-CR181          PIC 9         VALUE ZEROS.
           05  DATA-BLOQUEIO-CR181     PIC 9(8)      VALUE ZEROS.
           05  CUSTODIA-CR181          PIC 9(6)      VALUE ZEROS.
           05  ALINEA-CR181            PIC 9(2)      VALUE ZEROS.
           05  QT-DEVOLUCOES-CR181     PIC 9(3)      VALUE ZEROS.
           05  DATA-LIBERACAO-CR181    PIC 9(8)      VALUE ZEROS.
           05  USUARIO-LIBERACAO-CR181 PIC 9(6)      VALUE ZEROS.
       01  PATH-CRD181                 PIC X(30).
