      *finalmente a resposta de "o contrato 12345 deu dinheiro?":
      *  EXTRATO ....: uma página para o contrato informado com
      *                - faturado: títulos do contas a receber do
      *                  contrato (CRD100, menos renegociado,
      *                  cancelado e desistência);
      *                - custo de laboratório: lançamentos de
      *                  avaliação (LBD102) precificados pelo custo
      *                  padrão do tipo de filme (LBD030, critério
      *                deslocado, padrão CPP058), para o comercial
      *                saber onde a tabela de preco esta furada.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - FATURADO NÃO SOMA TÍTULO RENEGOCIADO
      *             (3, JÁ CONTADO NAS PARCELAS DO ACORDO), CANCELADO
      *             (4) NEM DESISTÊNCIA (5).
      *15/10/2026 - ALTERAÇÃO - CONTRATO DOS ARQUIVOS DE TRABALHO COM 8
      *             DÍGITOS, COMO NO VID110 E NO LBD215.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
       COPY VIPW110.
       FD  WORK.
       01  REG-WORK.
           05  CONTRATO-WK         PIC 9(8).
           05  FATURADO-WK         PIC 9(10)V99.
           05  CUSTO-FILME-WK      PIC 9(10)V99.
           05  FRETE-WK            PIC 9(8)V99.
      *    MARGEM DESLOCADA = MARGEM + 90.000.000.000,00 - A LEITURA
      *    ASCENDENTE ENTREGA DA PIOR MARGEM PARA A MELHOR.
           05  MARGEM-DESL-WK2     PIC 9(12)V99.
           05  CONTRATO-WK2        PIC 9(8).
           05  FATURADO-WK2        PIC 9(10)V99.
           05  MARGEM-WK2          PIC S9(10)V99.
       FD  RELAT
           05  VARIA2-W              PIC 9(8)     VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(8)     VALUE ZEROS.
      *    RASCUNHO DO LE-OU-CRIA-WORK - NAO PODE SER O CONTRATO-W
      *    DIGITADO NO EXTRATO, QUE PRECISA SOBREVIVER A MONTAGEM
      *    DO WORK INTEIRO.
           05  CONTRATO-SALVA-W      PIC 9(8)     VALUE ZEROS.
           05  MARGEM-W              PIC S9(10)V99 VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
      *    CUSTO PADRAO POR TIPO DE FILME, CARREGADO UMA VEZ
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF SITUACAO-CR100 < 3
                   MOVE CONTRATO-CR100 TO CONTRATO-WK
                   PERFORM LE-OU-CRIA-WORK
                   ADD VALOR-TOT-CR100 TO FATURADO-WK
                   PERFORM REGRAVA-WORK
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CRD100.

       IMPRIME-PAGINA-CONTRATO SECTION.
           MOVE SPACES TO LINDET-REL.
      *    COD040 TEM CONTRATO DE 6 DIGITOS - ACIMA DISSO NAO HA
      *    CADASTRO A PROCURAR.
           IF CONTRATO-WK > 999999
              MOVE SPACES TO IDENTIFICACAO-CO40
           ELSE
              MOVE CONTRATO-WK TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   MOVE SPACES TO IDENTIFICACAO-CO40
              END-READ
           END-IF.
           STRING "RENTABILIDADE DO CONTRATO " CONTRATO-WK
                  " " IDENTIFICACAO-CO40
                  DELIMITED BY SIZE INTO LINDET-REL.
              READ WORK2 NEXT RECORD AT END MOVE "10" TO ST-WORK2
              NOT AT END
                MOVE SPACES TO LINDET-REL
                MOVE CONTRATO-WK2 TO LINDET-REL(1: 8)
                MOVE FATURADO-WK2 TO LINDET-REL(10: 13)
                MOVE MARGEM-WK2   TO LINDET-REL(26: 14)
                IF MARGEM-WK2 < ZEROS
