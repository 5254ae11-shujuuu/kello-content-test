      *diário pelo movimento de revelação é feito pelo LBP125 na
      *esteira do LOG014.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - FORNECEDOR PREFERENCIAL (CGD001),
      *             QUANTIDADE DE REPOSIÇÃO E PREÇO DE REFERÊNCIA NO
      *             CADASTRO DO ITEM, USADOS NA SUGESTÃO DE PEDIDO DE
      *             COMPRA (CPP078).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
       FILE-CONTROL.
           COPY LBPX021.
           COPY LBPX035.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW021.
       COPY LBPW035.
       COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
       01  VARIAVEIS.
           05  ST-LBD021             PIC XX       VALUE SPACES.
           05  ST-LBD035             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  CGD001-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TIPO-ITEM-W           PIC 9        VALUE ZEROS.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "LBD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD021.
           MOVE "LBD035" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD035.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN INPUT LBD021.
           OPEN INPUT CGD001.
           IF ST-CGD001 = "00"
              MOVE 1 TO CGD001-EXISTE-W
           END-IF.
           OPEN I-O LBD035.
           IF ST-LBD035 = "35"
              OPEN OUTPUT LBD035
           END-IF.
           DISPLAY "Estoque minimo (ponto de reposicao): ".
           ACCEPT MINIMO-L35 FROM CONSOLE.
           DISPLAY "Fornecedor preferencial (CGD001, 0 = nenhum): ".
           ACCEPT FORNEC-PREF-L35 FROM CONSOLE.
           IF FORNEC-PREF-L35 <> ZEROS AND CGD001-EXISTE-W = 1
              MOVE FORNEC-PREF-L35 TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO EM CGD001"
                   GO CADASTRA-ITEM-FIM
              END-READ
              DISPLAY "FORNECEDOR: " NOME-CG01
           END-IF.
           DISPLAY "Quantidade de reposicao (0 = completar o minimo): ".
           ACCEPT QTDE-REPOS-L35 FROM CONSOLE.
           DISPLAY "Preco unitario de referencia (2 decimais): ".
           ACCEPT VALOR-UNIT-REF-L35 FROM CONSOLE.
           WRITE REG-LBD035 INVALID KEY
                 REWRITE REG-LBD035 INVALID KEY
                      DISPLAY "ERRO GRAVACAO LBD035: " ST-LBD035
                DISPLAY "SALDO.....: " SALDO-L35
                DISPLAY "MINIMO....: " MINIMO-L35
                DISPLAY "ULT MOVTO.: " DATA-ULT-MOVTO-L35
                DISPLAY "FORNEC....: " FORNEC-PREF-L35
                        "  REPOSICAO " QTDE-REPOS-L35
                        "  PRECO REF " VALOR-UNIT-REF-L35
           END-READ.

       RELATORIO-REPOSICAO SECTION.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE LBD021 LBD035.
           IF CGD001-EXISTE-W = 1 CLOSE CGD001 END-IF.
           EXIT PROGRAM.
