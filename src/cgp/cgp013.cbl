      *             CAMPANHA (CGD022/CGP035, 0 = SEM CAMPANHA): CADA
      *             CLIENTE QUE SAI NA MALA-DIRETA ENTRA NO LOG
      *             CGD024 PARA O RELATORIO DE RETORNO/CONVERSAO.
      *15/10/2026 - ALTERAÇÃO - FORMANDO COM DESISTÊNCIA REGISTRADA
      *             (CRD171, CRP110) FICA FORA DA MALA-DIRETA, NA
      *             MESMA CONTAGEM DO NÃO-ENVIAR.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CGPX013.
           COPY CGPX022.
           COPY CGPX024.
           COPY CRPX171.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       COPY CGPW013.
       COPY CGPW022.
       COPY CGPW024.
       COPY CRPW171.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  ST-CGD013             PIC XX       VALUE SPACES.
           05  ST-CRD171             PIC XX       VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD012" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "CGD013" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD013.
           MOVE "CRD171" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD171.
           OPEN INPUT CGD011 CGD012.
           OPEN INPUT CGD013.
           OPEN INPUT CRD171.
      *    CGD013 (devolucoes/nao-enviar) e opcional - sem ele a
      *    mala-direta sai completa, como sempre saiu.
           IF ST-CGD011 <> "00"

      *    ACHOU-W = 9 marca cliente com NAO-ENVIAR ligado em CGD013
      *    (endereco sabidamente morto) - fica fora da mala-direta e
      *    entra so na contagem final. O formando que desistiu do
      *    contrato (CRD171, qualquer contrato) tambem fica fora.
       VERIFICA-NAO-ENVIAR SECTION.
           MOVE ZEROS TO ACHOU-W.
           IF ST-CGD013 = "00"
                   END-IF
              END-READ
           END-IF.
           IF ACHOU-W = 0 AND ST-CRD171 = "00"
              MOVE CLASSIF-CG11 TO CLASSIF-CLI-CR171
              MOVE CODIGO-CG11  TO COD-CLIENTE-CR171
              MOVE ZEROS        TO CONTRATO-CR171
              START CRD171 KEY IS NOT < CHAVE-CR171
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   READ CRD171 NEXT RECORD AT END CONTINUE
                      NOT AT END
                        IF CLASSIF-CLI-CR171 = CLASSIF-CG11 AND
                           COD-CLIENTE-CR171 = CODIGO-CG11
                           MOVE 9 TO ACHOU-W
                        END-IF
                   END-READ
              END-START
              MOVE "00" TO ST-CRD171
           END-IF.

       ACHAR-INDICE-REPUBLICA SECTION.
           MOVE ZEROS TO ACHOU-W.
           CLOSE CGD011.
           IF ST-CGD012 = "00" CLOSE CGD012 END-IF.
           IF ST-CGD013 = "00" CLOSE CGD013 END-IF.
           IF ST-CRD171 = "00" CLOSE CRD171 END-IF.
           EXIT PROGRAM.
