      * CONFIGURACAO DA PRODUCAO DE ALBUM (LBD226): LIMITE DE DIAS
      * EM CADA ETAPA (1 A 5) ANTES DE O ALBUM SAIR COMO PARADO NO
      * RELATORIO DO LBP139. REGISTRO UNICO (CHAVE CONSTANTE "1"),
      * PADRAO LBD225.
       FD  LBD227.
       01  REG-LBD227.
           05  CHAVE-L227              PIC X(1)      VALUE "1".
           05  DIAS-LIMITE-L227 OCCURS 5 TIMES PIC 9(3).
       01  PATH-LBD227                 PIC X(30).
