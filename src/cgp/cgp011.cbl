      *             GRAVAÇÃO, PELAS FAIXAS DE CGD021 (SUBPROGRAMA
      *             CGP034); CIDADE SEM FAIXA CADASTRADA FICA FORA
      *             DA CRÍTICA.
      *15/10/2026 - ALTERAÇÃO - CELULARES DE COBRANÇA, FORMANDO E PAIS
      *             COM DDD E 9 DÍGITOS NA TELA, CRITICADOS NA
      *             GRAVAÇÃO PELO SUBPROGRAMA CGP039.

       ENVIRONMENT DIVISION.
       class-control.
           05  CPF-IND-W             PIC 9(2)     VALUE ZEROS.
           COPY "PARAMETR".
           COPY CGPW034C.
           COPY CGPW039C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
                 MOVE SITUACAO-CLI-CG11 TO GS-SITUACAO-CLI
                 MOVE DATA-VALIDADE-RG1-CG11 TO GS-VALIDADE-RG1
                 MOVE DATA-VALIDADE-RG2-CG11 TO GS-VALIDADE-RG2
                 MOVE DDD-CELULAR1-CG11 TO GS-DDD-CELULAR1
                 MOVE CELULAR1-CG11     TO GS-CELULAR1
                 MOVE DDD-CELULAR2-CG11 TO GS-DDD-CELULAR2
                 MOVE CELULAR2-CG11     TO GS-CELULAR2
                 MOVE DDD-CELULAR-PAIS-CG11 TO GS-DDD-CELULAR-PAIS
                 MOVE CELULAR-PAIS-CG11 TO GS-CELULAR-PAIS
           END-READ.

       SALVAR-DADOS SECTION.
           IF VALIDACAO-OK-W = 1
              PERFORM VALIDA-CEP-COBRANCA
           END-IF.
           IF VALIDACAO-OK-W = 1
              PERFORM VALIDA-CELULARES
           END-IF.
           IF VALIDACAO-OK-W = 1
              MOVE GS-CLASSIF         TO CLASSIF-CG11
              MOVE GS-CODIGO          TO CODIGO-CG11
              MOVE GS-SITUACAO-CLI    TO SITUACAO-CLI-CG11
              MOVE GS-VALIDADE-RG1    TO DATA-VALIDADE-RG1-CG11
              MOVE GS-VALIDADE-RG2    TO DATA-VALIDADE-RG2-CG11
              MOVE GS-DDD-CELULAR1    TO DDD-CELULAR1-CG11
              MOVE GS-CELULAR1        TO CELULAR1-CG11
              MOVE GS-DDD-CELULAR2    TO DDD-CELULAR2-CG11
              MOVE GS-CELULAR2        TO CELULAR2-CG11
              MOVE GS-DDD-CELULAR-PAIS TO DDD-CELULAR-PAIS-CG11
              MOVE GS-CELULAR-PAIS    TO CELULAR-PAIS-CG11
              IF GRAVA-W = 1
                 WRITE REG-CGD011 INVALID KEY
                      PERFORM ERRO-GRAVACAO
       VALIDA-CEP-COBRANCA-FIM.
           EXIT.

      *    Celulares informados (cobrança, formando e pais) precisam
      *    de DDD existente e 9 dígitos iniciando por 9 (CGP039).
      *    Celular zerado continua aceito (não informado).
       VALIDA-CELULARES SECTION.
           MOVE GS-DDD-CELULAR1 TO CGP039-DDD.
           MOVE GS-CELULAR1     TO CGP039-NUMERO.
           PERFORM CRITICA-CELULAR.
           IF VALIDACAO-OK-W = 1
              MOVE GS-DDD-CELULAR2 TO CGP039-DDD
              MOVE GS-CELULAR2     TO CGP039-NUMERO
              PERFORM CRITICA-CELULAR
           END-IF.
           IF VALIDACAO-OK-W = 1
              MOVE GS-DDD-CELULAR-PAIS TO CGP039-DDD
              MOVE GS-CELULAR-PAIS     TO CGP039-NUMERO
              PERFORM CRITICA-CELULAR
           END-IF.
       VALIDA-CELULARES-FIM.
           EXIT.

       CRITICA-CELULAR SECTION.
           CALL "CGP039" USING CGP039-PARAMETROS.
           CANCEL "CGP039".
           IF CGP039-RESULTADO <> 0 AND CGP039-RESULTADO <> 1
              MOVE ZEROS TO VALIDACAO-OK-W
              MOVE "CELULAR DEVE TER DDD E 9 DIGITOS INICIANDO POR 9"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       CRITICA-CELULAR-FIM.
           EXIT.

      *    Valida o dígito verificador do CPF do responsável (CPF1)
      *    apenas quando a pessoa é física - quando jurídica, o campo
      *    CPF1-CG11 guarda o CNPJ da empresa pagadora. O CPF2 (for-
