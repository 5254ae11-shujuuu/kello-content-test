      * CONTROLE DO FECHAMENTO FINANCEIRO MENSAL (CPP071). REGISTRO
      * UNICO (CHAVE CONSTANTE "1") COM O SUPERVISOR QUE PODE REABRIR
      * UMA COMPETENCIA FECHADA - O PRIMEIRO USUARIO QUE USA A OPCAO
      * REABRIR FICA REGISTRADO, ESQUEMA DO LBP113/VIP123.
       FD  CPD059.
       01  REG-CPD059.
           05  CHAVE-CP59              PIC X(1)      VALUE "1".
           05  SUPERVISOR-CP59         PIC 9(6)      VALUE ZEROS.
       01  PATH-CPD059                 PIC X(30).
