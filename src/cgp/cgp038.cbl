      *existe em CGD010 é pulada como JA IMPORTADO, então o mesmo
      *arquivo pode rodar de novo depois de corrigido.
      *LAYOUT DO CSV: CLASSIF;CODIGO;NOME;CPF (11 DIGITOS);
      *ENDERECO;BAIRRO;CIDADE (CODIGO CGD012);CEP;FONE;
      *CELULAR (DDD + 9 DIGITOS, 11 DIGITOS).

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - COLUNA CELULAR (DDD + 9 DÍGITOS) NO
      *             CSV, CRITICADA PELO CGP039 E GRAVADA NO CELULAR
      *             DE COBRANÇA; FONE COM MAIS DE 8 DÍGITOS REJEITA
      *             A LINHA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  CSV-BAIRRO-W          PIC X(25)    VALUE SPACES.
           05  CSV-CIDADE-W          PIC X(4)     VALUE SPACES.
           05  CSV-CEP-W             PIC X(8)     VALUE SPACES.
           05  CSV-FONE-W            PIC X(10)    VALUE SPACES.
           05  CSV-CELULAR-W         PIC X(11)    VALUE SPACES.
           05  CSV-CELULAR-R REDEFINES CSV-CELULAR-W.
               10  CSV-DDD-CELULAR-W PIC 9(2).
               10  CSV-NUMERO-CELULAR-W PIC 9(9).
      *    CAMPOS DE APOIO DA VALIDACAO DO CPF (MODULO 11, MESMO
      *    ALGORITMO DA TELA CGP011)
           05  VALIDACAO-OK-W        PIC 9        VALUE ZEROS.
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY CGPW039C.
       01  CAB01.
           05  FILLER              PIC X(44)   VALUE
               "IMPORTACAO DE CLIENTES DO CSV DO COMERCIAL".
           MOVE SPACES TO CSV-CLASSIF-W CSV-CODIGO-W CSV-NOME-W
                          CSV-CPF-W CSV-ENDERECO-W CSV-BAIRRO-W
                          CSV-CIDADE-W CSV-CEP-W CSV-FONE-W
                          CSV-CELULAR-W MOTIVO-W.
           UNSTRING REG-ENTRADA DELIMITED BY ";"
               INTO CSV-CLASSIF-W CSV-CODIGO-W CSV-NOME-W
                    CSV-CPF-W CSV-ENDERECO-W CSV-BAIRRO-W
                    CSV-CIDADE-W CSV-CEP-W CSV-FONE-W
                    CSV-CELULAR-W.
           PERFORM VALIDA-LINHA.
           IF LINHA-VALIDA-W = 9
              ADD 1 TO QT-JA-IMPORTADAS-W
           IF VALIDACAO-OK-W = ZEROS
              MOVE ZEROS TO LINHA-VALIDA-W
              MOVE "CPF COM DIGITO INVALIDO" TO MOTIVO-W
              GO VALIDA-LINHA-FIM
           END-IF.
      *    FONE FIXO CONTINUA COM 8 DIGITOS; CELULAR VAI NA COLUNA
      *    PROPRIA, COM DDD E 9 DIGITOS (MESMA CRITICA DA CGP011).
           IF CSV-FONE-W(9: 2) <> SPACES
              MOVE ZEROS TO LINHA-VALIDA-W
              MOVE "FONE COM MAIS DE 8 DIGITOS" TO MOTIVO-W
              GO VALIDA-LINHA-FIM
           END-IF.
           IF CSV-CELULAR-W <> SPACES
              IF CSV-CELULAR-W NOT NUMERIC
                 MOVE ZEROS TO LINHA-VALIDA-W
                 MOVE "CELULAR DEVE TER DDD + 9 DIGITOS" TO MOTIVO-W
                 GO VALIDA-LINHA-FIM
              END-IF
              MOVE CSV-DDD-CELULAR-W    TO CGP039-DDD
              MOVE CSV-NUMERO-CELULAR-W TO CGP039-NUMERO
              CALL "CGP039" USING CGP039-PARAMETROS
              CANCEL "CGP039"
              IF CGP039-RESULTADO <> 1
                 MOVE ZEROS TO LINHA-VALIDA-W
                 MOVE "CELULAR COM DDD INVALIDO OU SEM 9" TO MOTIVO-W
              END-IF
           END-IF.
       VALIDA-LINHA-FIM.
           EXIT.
           MOVE CSV-BAIRRO-W   TO BAIRRO1-CG11.
           MOVE CSV-CIDADE-W   TO CIDADE1-CG11.
           MOVE CSV-CEP-W      TO CEP1-CG11.
           IF CSV-FONE-W(1: 8) NUMERIC
              MOVE CSV-FONE-W(1: 8) TO FONE1-CG11
           END-IF.
           IF CSV-CELULAR-W NUMERIC
              MOVE CSV-DDD-CELULAR-W    TO DDD-CELULAR1-CG11
              MOVE CSV-NUMERO-CELULAR-W TO CELULAR1-CG11
           END-IF.
           MOVE CSV-CPF-W      TO CPF1-CG11(6: 11).
           WRITE REG-CGD011 INVALID KEY
