      * CADASTRO DE EQUIPAMENTOS DO LABORATORIO (PROCESSADORAS,
      * MINILABS, SCANNERS), MANTIDO PELO LBP141. O CODIGO DA
      * PROCESSADORA E O MESMO NUMERO USADO NAS LEITURAS DO BANHO
      * (LBD037) E NAS FAIXAS (LBD038) - O LBP128 PASSA A AVISAR
      * PROCESSADORA FORA DESTE CADASTRO. FORNECEDOR = CGD001.
      * TIPO: 1-PROCESSADORA  2-MINILAB  3-SCANNER  4-OUTRO.
       FD  LBD047.
       01  REG-LBD047.
           05  EQUIPAMENTO-L47         PIC 9(2).
           05  TIPO-EQUIP-L47          PIC 9         VALUE ZEROS.
           05  DESCRICAO-L47           PIC X(30)     VALUE SPACES.
           05  NR-SERIE-L47            PIC X(20)     VALUE SPACES.
           05  FORNECEDOR-L47          PIC 9(6)      VALUE ZEROS.
           05  DATA-INSTALACAO-L47     PIC 9(8)      VALUE ZEROS.
           05  INATIVO-L47             PIC 9         VALUE ZEROS.
           05  DIGITADOR-L47           PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD047                 PIC X(30).
