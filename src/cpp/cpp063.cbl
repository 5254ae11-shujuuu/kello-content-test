      *imprime o relatório de pedidos em aberto por fornecedor - o
      *fecho do ciclo com o recebimento.

      *MODIFICAÇÕES:
      *15/10/2026 - INCLUSÃO - OPÇÃO SUGESTÕES: REVISÃO DOS PEDIDOS
      *             SUGERIDOS PELO PONTO DE REPOSIÇÃO (SITUAÇÃO 3,
      *             CPP078) COM O CONSUMO DE 30/90 DIAS DE CADA ITEM;
      *             O COMPRADOR AJUSTA QUANTIDADE E PREÇO, APROVA (O
      *             PEDIDO PASSA A ABERTO) OU CANCELA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  TOTAL-PEDIDO-W        PIC 9(10)V99 VALUE ZEROS.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  DECISAO-W             PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ENTREGA-W             PIC 9(8)     VALUE ZEROS.
           05  QTDE-NOVA-W           PIC 9(5)     VALUE ZEROS.
           05  VALOR-NOVO-W          PIC 9(8)V99  VALUE ZEROS.
           05  QT-ITENS-W            PIC 9(2)     VALUE ZEROS.
           05  CONS-30-E-W           PIC ZZZZZZ9,99.
           05  CONS-90-E-W           PIC ZZZZZZ9,99.
      *    PEDIDOS SUGERIDOS (SITUACAO 3) PENDENTES DE REVISAO
           05  QT-REV-W              PIC 9(3)     VALUE ZEROS.
           05  IND-R                 PIC 9(3)     VALUE ZEROS.
           05  TAB-REVISAO.
               10  TR-ITEM OCCURS 200 TIMES.
                   15  TR-FORNEC     PIC 9(6).
                   15  TR-PEDIDO     PIC 9(6).
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)

       PROCESSA-OPCOES SECTION.
           DISPLAY "OPCAO (1-INCLUIR ITENS  2-CANCELAR PEDIDO  "
                   "3-CONSULTAR  4-EM ABERTO  5-SUGESTOES  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM INCLUI-PEDIDO
              WHEN 2 PERFORM CANCELA-PEDIDO
              WHEN 3 PERFORM CONSULTA-PEDIDO
              WHEN 4 PERFORM RELATORIO-EM-ABERTO
              WHEN 5 PERFORM REVISA-SUGESTOES
              WHEN OTHER CONTINUE
           END-EVALUATE.

           MOVE ZEROS TO ST-CPD046.
           CLOSE RELAT.

      *----------------------------------------------------------------
      *    REVISAO DOS PEDIDOS SUGERIDOS PELO PONTO DE REPOSICAO
      *----------------------------------------------------------------
       REVISA-SUGESTOES SECTION.
           MOVE ZEROS TO QT-REV-W.
           INITIALIZE CHAVE-CP46.
           START CPD046 KEY IS NOT < CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF SITUACAO-CP46 = 3
                   IF QT-REV-W = ZEROS
                      OR TR-FORNEC(QT-REV-W) <> FORNEC-CP46
                      OR TR-PEDIDO(QT-REV-W) <> PEDIDO-CP46
                      IF QT-REV-W < 200
                         ADD 1 TO QT-REV-W
                         MOVE FORNEC-CP46 TO TR-FORNEC(QT-REV-W)
                         MOVE PEDIDO-CP46 TO TR-PEDIDO(QT-REV-W)
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD046.
           IF QT-REV-W = ZEROS
              DISPLAY "NENHUM PEDIDO SUGERIDO PENDENTE"
           ELSE
              DISPLAY QT-REV-W " PEDIDO(S) SUGERIDO(S) PENDENTE(S)"
              PERFORM REVISA-UM-PEDIDO
                      VARYING IND-R FROM 1 BY 1 UNTIL IND-R > QT-REV-W
           END-IF.

       REVISA-UM-PEDIDO SECTION.
           MOVE TR-FORNEC(IND-R) TO FORNEC-W CODIGO-CG01.
           MOVE TR-PEDIDO(IND-R) TO PEDIDO-W.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           DISPLAY " ".
           DISPLAY "FORNECEDOR " FORNEC-W " " NOME-CG01
                   "  PEDIDO SUGERIDO " PEDIDO-W.
           PERFORM LISTA-ITENS-SUGERIDOS.
           IF QT-ITENS-W = ZEROS
              GO REVISA-UM-PEDIDO-FIM
           END-IF.
           DISPLAY "Alterar quantidade/preco de algum item (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
              MOVE 1 TO ITEM-W
              PERFORM ALTERA-ITEM-SUGERIDO UNTIL ITEM-W = ZEROS
              PERFORM LISTA-ITENS-SUGERIDOS
              IF QT-ITENS-W = ZEROS
                 GO REVISA-UM-PEDIDO-FIM
              END-IF
           END-IF.
           DISPLAY "A-aprovar  C-cancelar  P-pular: ".
           ACCEPT DECISAO-W FROM CONSOLE.
           EVALUATE DECISAO-W
              WHEN "A" WHEN "a"
                 DISPLAY "Entrega prevista (AAAAMMDD): "
                 ACCEPT ENTREGA-W FROM CONSOLE
                 PERFORM APROVA-SUGESTAO
                 DISPLAY "PEDIDO APROVADO - EM ABERTO."
              WHEN "C" WHEN "c"
                 PERFORM CANCELA-SUGESTAO
                 DISPLAY "SUGESTAO CANCELADA."
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       REVISA-UM-PEDIDO-FIM.
           EXIT.

       LISTA-ITENS-SUGERIDOS SECTION.
           MOVE ZEROS TO TOTAL-PEDIDO-W QT-ITENS-W.
           MOVE FORNEC-W TO FORNEC-CP46.
           MOVE PEDIDO-W TO PEDIDO-CP46.
           MOVE ZEROS    TO ITEM-CP46.
           START CPD046 KEY IS NOT < CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF FORNEC-CP46 <> FORNEC-W
                   OR PEDIDO-CP46 <> PEDIDO-W
                   MOVE "10" TO ST-CPD046
                ELSE
                   IF SITUACAO-CP46 = 3
                      ADD 1 TO QT-ITENS-W
                      MOVE CONSUMO-30-CP46 TO CONS-30-E-W
                      MOVE CONSUMO-90-CP46 TO CONS-90-E-W
                      DISPLAY "ITEM " ITEM-CP46 " " DESCRICAO-CP46
                              " QT " QTDE-CP46
                              " VL " VALOR-UNIT-CP46
                              " CONSUMO 30D " CONS-30-E-W
                              " 90D " CONS-90-E-W
                      COMPUTE TOTAL-PEDIDO-W = TOTAL-PEDIDO-W
                            + QTDE-CP46 * VALOR-UNIT-CP46
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD046.
           DISPLAY "VALOR TOTAL DA SUGESTAO: " TOTAL-PEDIDO-W.

      *    QUANTIDADE ZERO TIRA O ITEM DA SUGESTAO (CANCELADO).
       ALTERA-ITEM-SUGERIDO SECTION.
           DISPLAY "Numero do item (0 = encerrar alteracoes): ".
           ACCEPT ITEM-W FROM CONSOLE.
           IF ITEM-W = ZEROS
              GO ALTERA-ITEM-SUGERIDO-FIM
           END-IF.
           MOVE FORNEC-W TO FORNEC-CP46.
           MOVE PEDIDO-W TO PEDIDO-CP46.
           MOVE ITEM-W   TO ITEM-CP46.
           READ CPD046 INVALID KEY
                DISPLAY "ITEM NAO ENCONTRADO"
                GO ALTERA-ITEM-SUGERIDO-FIM
           END-READ.
           IF SITUACAO-CP46 <> 3
              DISPLAY "ITEM NAO ESTA PENDENTE DE REVISAO"
              GO ALTERA-ITEM-SUGERIDO-FIM
           END-IF.
           DISPLAY "Quantidade (0 = retirar o item): ".
           ACCEPT QTDE-NOVA-W FROM CONSOLE.
           IF QTDE-NOVA-W = ZEROS
              MOVE 2 TO SITUACAO-CP46
           ELSE
              MOVE QTDE-NOVA-W TO QTDE-CP46
              DISPLAY "Valor unitario (2 decimais, 0 = manter): "
              ACCEPT VALOR-NOVO-W FROM CONSOLE
              IF VALOR-NOVO-W > ZEROS
                 MOVE VALOR-NOVO-W TO VALOR-UNIT-CP46
              END-IF
           END-IF.
           REWRITE REG-CPD046 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CPD046: " ST-CPD046
           END-REWRITE.
       ALTERA-ITEM-SUGERIDO-FIM.
           EXIT.

      *    APROVACAO: OS ITENS SUGERIDOS DO PEDIDO PASSAM A ABERTO,
      *    COM A DATA E O USUARIO DA APROVACAO.
       APROVA-SUGESTAO SECTION.
           MOVE FORNEC-W TO FORNEC-CP46.
           MOVE PEDIDO-W TO PEDIDO-CP46.
           MOVE ZEROS    TO ITEM-CP46.
           START CPD046 KEY IS NOT < CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF FORNEC-CP46 <> FORNEC-W
                   OR PEDIDO-CP46 <> PEDIDO-W
                   MOVE "10" TO ST-CPD046
                ELSE
                   IF SITUACAO-CP46 = 3
                      MOVE ZEROS         TO SITUACAO-CP46
                      ACCEPT DATA-EMISSAO-CP46 FROM DATE YYYYMMDD
                      MOVE ENTREGA-W     TO DATA-ENTREGA-CP46
                      MOVE COD-USUARIO-W TO DIGITADOR-CP46
                      REWRITE REG-CPD046 INVALID KEY CONTINUE
                      END-REWRITE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD046.

       CANCELA-SUGESTAO SECTION.
           MOVE FORNEC-W TO FORNEC-CP46.
           MOVE PEDIDO-W TO PEDIDO-CP46.
           MOVE ZEROS    TO ITEM-CP46.
           START CPD046 KEY IS NOT < CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF FORNEC-CP46 <> FORNEC-W
                   OR PEDIDO-CP46 <> PEDIDO-W
                   MOVE "10" TO ST-CPD046
                ELSE
                   IF SITUACAO-CP46 = 3
                      MOVE 2 TO SITUACAO-CP46
                      REWRITE REG-CPD046 INVALID KEY CONTINUE
                      END-REWRITE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CPD046.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CPD046.
           EXIT PROGRAM.
