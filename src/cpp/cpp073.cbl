       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP073.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Cadastro das retenções na fonte do contas a pagar.
      *Mantém a tabela de tributos (CPD056 - órgão credor em CGD001,
      *código de receita, dia legal de vencimento no mês seguinte,
      *antecipa/posterga no feriado e valor mínimo) e as regras de
      *retenção por fornecedor e tipo de serviço (CPD055 - alíquota
      *de IRRF, ISS, INSS, PIS, COFINS e CSLL; fornecedor 000000 é a
      *regra geral do tipo de serviço). O CPP055 aplica as regras na
      *digitação da nota. Inclui, altera, exclui e lista.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CPPX055.
           COPY CPPX056.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY CPPW055.
       COPY CPPW056.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD055             PIC XX       VALUE SPACES.
           05  ST-CPD056             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  TIPO-SERV-W           PIC 9(2)     VALUE ZEROS.
           05  TRIBUTO-W             PIC 9        VALUE ZEROS.
           05  IND-T                 PIC 9        VALUE ZEROS.
           05  ALIQ-ED-W             PIC Z9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
      *    TABELA INICIAL DOS TRIBUTOS: NOME, CODIGO DE RECEITA DA
      *    DARF, DIA DO VENCIMENTO NO MES SEGUINTE E AJUSTE.
       01  TAB-TRIBUTOS.
           05  FILLER  PIC X(19)   VALUE "IRRF      1708  20A".
           05  FILLER  PIC X(19)   VALUE "ISS             10P".
           05  FILLER  PIC X(19)   VALUE "INSS      2631  20A".
           05  FILLER  PIC X(19)   VALUE "PIS       5952  20A".
           05  FILLER  PIC X(19)   VALUE "COFINS    5952  20A".
           05  FILLER  PIC X(19)   VALUE "CSLL      5952  20A".
       01  TAB-TRIBUTOS-R REDEFINES TAB-TRIBUTOS.
           05  TRIBUTO-TAB         OCCURS 6 TIMES.
               10  NOME-TAB        PIC X(10).
               10  RECEITA-TAB     PIC X(6).
               10  DIA-TAB         PIC 9(2).
               10  AJUSTE-TAB      PIC X.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM PROCESSA-OPCOES UNTIL OPCAO-W = 9
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CPD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD055.
           MOVE "CPD056" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD056.
           OPEN INPUT CGD001.
           OPEN I-O CPD055.
           IF ST-CPD055 = "35"
              OPEN OUTPUT CPD055
              CLOSE       CPD055
              OPEN I-O    CPD055
           END-IF.
           OPEN I-O CPD056.
           IF ST-CPD056 = "35"
              OPEN OUTPUT CPD056
              CLOSE       CPD056
              OPEN I-O    CPD056
              PERFORM SEMEIA-TRIBUTOS
           END-IF.
           IF ST-CGD001 <> "00"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           IF ST-CPD055 <> "00"
              DISPLAY "ERRO ABERTURA CPD055: " ST-CPD055
              MOVE 1 TO ERRO-W.
           IF ST-CPD056 <> "00"
              DISPLAY "ERRO ABERTURA CPD056: " ST-CPD056
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.

      *    NA CRIACAO DO ARQUIVO GRAVA OS SEIS TRIBUTOS COM OS PRAZOS
      *    LEGAIS; FALTA SO INFORMAR O ORGAO CREDOR DE CADA UM.
       SEMEIA-TRIBUTOS SECTION.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 6
              INITIALIZE REG-CPD056
              MOVE IND-T            TO TRIBUTO-CP56
              MOVE NOME-TAB(IND-T)    TO NOME-CP56
              MOVE RECEITA-TAB(IND-T) TO COD-RECEITA-CP56
              MOVE DIA-TAB(IND-T)     TO DIA-VENCTO-CP56
              MOVE AJUSTE-TAB(IND-T)  TO AJUSTE-CP56
              MOVE 10               TO VALOR-MINIMO-CP56
              WRITE REG-CPD056 INVALID KEY CONTINUE END-WRITE
           END-PERFORM.
           MOVE "00" TO ST-CPD056.

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-TRIBUTO  2-INCLUIR/ALTERAR REGRA  "
                   "3-EXCLUIR REGRA  4-LISTAR  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ALTERA-TRIBUTO
              WHEN 2 PERFORM INCLUI-ALTERA-REGRA
              WHEN 3 PERFORM EXCLUI-REGRA
              WHEN 4 PERFORM LISTA-TRIBUTOS
                     PERFORM LISTA-REGRAS
              WHEN OTHER CONTINUE
           END-EVALUATE.

       ALTERA-TRIBUTO SECTION.
           DISPLAY "Tributo (1-IRRF 2-ISS 3-INSS 4-PIS 5-COFINS "
                   "6-CSLL): ".
           ACCEPT TRIBUTO-W FROM CONSOLE.
           MOVE TRIBUTO-W TO TRIBUTO-CP56.
           READ CPD056 INVALID KEY
                DISPLAY "TRIBUTO INVALIDO"
                GO ALTERA-TRIBUTO-FIM
           END-READ.
           DISPLAY NOME-CP56 " ORGAO " ORGAO-CP56 " DIA "
                   DIA-VENCTO-CP56 " AJUSTE " AJUSTE-CP56
                   " MINIMO " VALOR-MINIMO-CP56.
           DISPLAY "Orgao credor (fornecedor CGD001): ".
           ACCEPT FORNEC-W FROM CONSOLE.
           MOVE FORNEC-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "ORGAO NAO CADASTRADO EM CGD001"
                GO ALTERA-TRIBUTO-FIM
           END-READ.
           DISPLAY "ORGAO: " NOME-CG01.
           MOVE FORNEC-W TO ORGAO-CP56.
           DISPLAY "Codigo de receita (DARF/guia): ".
           ACCEPT COD-RECEITA-CP56 FROM CONSOLE.
           DISPLAY "Dia do vencimento no mes seguinte (1-28): ".
           ACCEPT DIA-VENCTO-CP56 FROM CONSOLE.
           IF DIA-VENCTO-CP56 = ZEROS OR DIA-VENCTO-CP56 > 28
              DISPLAY "DIA INVALIDO"
              GO ALTERA-TRIBUTO-FIM
           END-IF.
           DISPLAY "Feriado/fim de semana (A-antecipa P-posterga): ".
           ACCEPT AJUSTE-CP56 FROM CONSOLE.
           IF AJUSTE-CP56 <> "A" AND AJUSTE-CP56 <> "P"
              MOVE "A" TO AJUSTE-CP56
           END-IF.
           DISPLAY "Valor minimo de retencao (digitos, 2 decimais): ".
           ACCEPT VALOR-MINIMO-CP56 FROM CONSOLE.
           REWRITE REG-CPD056 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD056: " ST-CPD056
           END-REWRITE.
           DISPLAY "TRIBUTO GRAVADO.".
       ALTERA-TRIBUTO-FIM.
           EXIT.

       INCLUI-ALTERA-REGRA SECTION.
           DISPLAY "Codigo do fornecedor (000000 = regra geral): ".
           ACCEPT FORNEC-W FROM CONSOLE.
           IF FORNEC-W > ZEROS
              MOVE FORNEC-W TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO EM CGD001"
                   GO INCLUI-ALTERA-REGRA-FIM
              END-READ
              DISPLAY "FORNECEDOR: " NOME-CG01
           END-IF.
           DISPLAY "Tipo de servico (01-99): ".
           ACCEPT TIPO-SERV-W FROM CONSOLE.
           IF TIPO-SERV-W = ZEROS
              DISPLAY "TIPO DE SERVICO INVALIDO"
              GO INCLUI-ALTERA-REGRA-FIM
           END-IF.
           MOVE FORNEC-W    TO FORNEC-CP55.
           MOVE TIPO-SERV-W TO TIPO-SERV-CP55.
           READ CPD055 INVALID KEY
                INITIALIZE ALIQUOTAS-CP55
                MOVE SPACES TO DESCRICAO-CP55
           END-READ.
           DISPLAY "Descricao do servico: ".
           ACCEPT DESCRICAO-CP55 FROM CONSOLE.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 6
              MOVE ALIQ-CP55(IND-T) TO ALIQ-ED-W
              DISPLAY "Aliquota " NOME-TAB(IND-T) " % (atual "
                      ALIQ-ED-W ", digitos com 2 decimais): "
              ACCEPT ALIQ-CP55(IND-T) FROM CONSOLE
           END-PERFORM.
           MOVE COD-USUARIO-W TO DIGITADOR-CP55.
           WRITE REG-CPD055 INVALID KEY
                 REWRITE REG-CPD055 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CPD055: " ST-CPD055
                 END-REWRITE
           END-WRITE.
           DISPLAY "REGRA GRAVADA.".
       INCLUI-ALTERA-REGRA-FIM.
           EXIT.

       EXCLUI-REGRA SECTION.
           DISPLAY "Codigo do fornecedor (000000 = regra geral): ".
           ACCEPT FORNEC-W FROM CONSOLE.
           DISPLAY "Tipo de servico: ".
           ACCEPT TIPO-SERV-W FROM CONSOLE.
           MOVE FORNEC-W    TO FORNEC-CP55.
           MOVE TIPO-SERV-W TO TIPO-SERV-CP55.
           READ CPD055 INVALID KEY
                DISPLAY "REGRA NAO CADASTRADA"
              NOT INVALID KEY
                DELETE CPD055 RECORD
                DISPLAY "REGRA EXCLUIDA."
           END-READ.

       LISTA-TRIBUTOS SECTION.
           MOVE ZEROS TO TRIBUTO-CP56.
           START CPD056 KEY IS NOT < TRIBUTO-CP56 INVALID KEY
                 MOVE "10" TO ST-CPD056.
           PERFORM UNTIL ST-CPD056 = "10"
              READ CPD056 NEXT RECORD AT END MOVE "10" TO ST-CPD056
              NOT AT END
                MOVE ORGAO-CP56 TO CODIGO-CG01
                READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
                END-READ
                DISPLAY TRIBUTO-CP56 " " NOME-CP56
                        " REC " COD-RECEITA-CP56
                        " ORGAO " ORGAO-CP56 " " NOME-CG01(1: 20)
                        " DIA " DIA-VENCTO-CP56 " " AJUSTE-CP56
                        " MIN " VALOR-MINIMO-CP56
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD056.

       LISTA-REGRAS SECTION.
           INITIALIZE CHAVE-CP55.
           START CPD055 KEY IS NOT < CHAVE-CP55 INVALID KEY
                 MOVE "10" TO ST-CPD055.
           PERFORM UNTIL ST-CPD055 = "10"
              READ CPD055 NEXT RECORD AT END MOVE "10" TO ST-CPD055
              NOT AT END
                DISPLAY FORNEC-CP55 "/" TIPO-SERV-CP55 " "
                        DESCRICAO-CP55(1: 20)
                        " IR " ALIQ-CP55(1) " ISS " ALIQ-CP55(2)
                        " INSS " ALIQ-CP55(3) " PIS " ALIQ-CP55(4)
                        " COF " ALIQ-CP55(5) " CSLL " ALIQ-CP55(6)
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD055.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CPD055 CPD056.
           EXIT PROGRAM.
