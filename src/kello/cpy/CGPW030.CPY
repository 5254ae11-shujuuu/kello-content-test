      * PROSPECTOS DE TURMA AINDA SEM CONTRATO (CGP044): INSTITUICAO,
      * CURSO, ANO DE FORMATURA, CONTATO DA COMISSAO, NUMERO DE
      * ALUNOS E O VENDEDOR (CRD150) QUE ACOMPANHA. ETAPA DO FUNIL:
      * 1-PROSPECCAO  2-PROPOSTA  3-NEGOCIACAO  4-GANHO  5-PERDIDO
      * (COM MOTIVO). O PROXIMO PASSO E O DO ULTIMO REGISTRO DE
      * VISITA/PROPOSTA (CGD031). GANHO CONVERTIDO VIRA CONTRATO
      * (COD040/COD041/CRD151) E GUARDA O NUMERO EM CONTRATO-CG30.
       FD  CGD030.
       01  REG-CGD030.
           05  CODIGO-CG30             PIC 9(6).
           05  INSTITUICAO-CG30        PIC X(40)     VALUE SPACES.
           05  CURSO-CG30              PIC X(30)     VALUE SPACES.
           05  CIDADE-CG30             PIC 9(4)      VALUE ZEROS.
           05  ANO-FORMATURA-CG30      PIC 9(4)      VALUE ZEROS.
           05  CONTATO-NOME-CG30       PIC X(30)     VALUE SPACES.
           05  CONTATO-FONE-CG30       PIC X(15)     VALUE SPACES.
           05  CONTATO-EMAIL-CG30      PIC X(40)     VALUE SPACES.
           05  QT-ALUNOS-CG30          PIC 9(4)      VALUE ZEROS.
           05  VENDEDOR-CG30           PIC 9(6)      VALUE ZEROS.
           05  ETAPA-CG30              PIC 9         VALUE ZEROS.
           05  DATA-ETAPA-CG30         PIC 9(8)      VALUE ZEROS.
           05  MOTIVO-PERDA-CG30       PIC X(60)     VALUE SPACES.
           05  VALOR-PROPOSTA-CG30     PIC 9(10)V99  VALUE ZEROS.
           05  DATA-PROXIMO-CG30       PIC 9(8)      VALUE ZEROS.
           05  PROXIMO-PASSO-CG30      PIC X(40)     VALUE SPACES.
           05  CONTRATO-CG30           PIC 9(6)      VALUE ZEROS.
           05  DATA-CADASTRO-CG30      PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-CG30          PIC 9(6)      VALUE ZEROS.
       01  PATH-CGD030                 PIC X(30).
