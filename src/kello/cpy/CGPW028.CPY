      * REGRA DE RETENCAO DE DADOS PESSOAIS DE EX-CLIENTES (CGP042).
      * REGISTRO UNICO (CHAVE CONSTANTE "1") COM OS ANOS APOS A
      * ULTIMA ENTREGA (LBD215) E O ULTIMO RECEBIMENTO (CRD110) E O
      * SUPERVISOR QUE APROVA A ANONIMIZACAO - O PRIMEIRO USUARIO QUE
      * EXECUTA O CGP042 FICA REGISTRADO, MESMO ESQUEMA DO VID123.
       FD  CGD028.
       01  REG-CGD028.
           05  CHAVE-CG28              PIC X(1)      VALUE "1".
           05  ANOS-RETENCAO-CG28      PIC 9(2)      VALUE 05.
           05  SUPERVISOR-CG28         PIC 9(6)      VALUE ZEROS.
       01  PATH-CGD028                 PIC X(30).
