      * PAPEL E SITUACAO DA PESSOA DO CADASTRO GERAL CGD001 - ARQUIVO
      * SATELITE PELA MESMA RAZAO DO CGD002 (O LAYOUT DO CGD001 NAO
      * TEM ESPACO). UMA PESSOA PODE TER MAIS DE UM PAPEL (1 = SIM).
      * MANTIDO PELO CGP045, QUE FAZ O DESLIGAMENTO: SITUACAO 1 COM A
      * DATA, MOTIVO E O USUARIO DO SISTEMA (LOGD008/LOGD021) QUE A
      * PESSOA USAVA. O SUBPROGRAMA CGP046 RESPONDE AOS PROGRAMAS DE
      * LANCAMENTO SE A PESSOA ESTA DESLIGADA NUMA DATA. SEM REGISTRO
      * = ATIVO.
       FD  CGD003.
       01  REG-CGD003.
           05  CODIGO-CG03             PIC 9(6).
           05  FUNCIONARIO-CG03        PIC 9         VALUE ZEROS.
           05  FOTOGRAFO-CG03          PIC 9         VALUE ZEROS.
           05  FORNECEDOR-CG03         PIC 9         VALUE ZEROS.
      *    SITUACAO 0-ATIVO  1-DESLIGADO
           05  SITUACAO-CG03           PIC 9         VALUE ZEROS.
           05  DATA-DESLIGAMENTO-CG03  PIC 9(8)      VALUE ZEROS.
           05  MOTIVO-CG03             PIC X(40)     VALUE SPACES.
           05  USUARIO-SISTEMA-CG03    PIC 9(6)      VALUE ZEROS.
           05  DATA-REGISTRO-CG03      PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-CG03          PIC 9(6)      VALUE ZEROS.
       01  PATH-CGD003                 PIC X(30).
