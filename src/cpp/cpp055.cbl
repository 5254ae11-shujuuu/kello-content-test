      *             POR CENTRO DE CUSTO (CPD048/CPP066), GRAVADA EM
      *             CPD049 POR PARCELA PARA O ORCADO X REALIZADO
      *             (CPP068).
      *15/10/2026 - INCLUSÃO - RETENCOES NA FONTE (IRRF, ISS, INSS,
      *             PIS, COFINS, CSLL) PELA REGRA DO FORNECEDOR/TIPO
      *             DE SERVICO (CPD055/CPP073): PARCELAS GERADAS PELO
      *             LIQUIDO E UM TITULO POR TRIBUTO EM NOME DO ORGAO
      *             (CPD056), COM VENCIMENTO LEGAL AJUSTADO PELO
      *             CPD045; RETENCOES GRAVADAS EM CPD057 (CPP074).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CPPX045.
           COPY CPPX048.
           COPY CPPX049.
           COPY CPPX055.
           COPY CPPX056.
           COPY CPPX057.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       COPY CPPW045.
       COPY CPPW048.
       COPY CPPW049.
       COPY CPPW055.
       COPY CPPW056.
       COPY CPPW057.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CPD045             PIC XX       VALUE SPACES.
           05  ST-CPD048             PIC XX       VALUE SPACES.
           05  ST-CPD049             PIC XX       VALUE SPACES.
           05  ST-CPD055             PIC XX       VALUE SPACES.
           05  ST-CPD056             PIC XX       VALUE SPACES.
           05  ST-CPD057             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
           05  DIA-UTIL-W            PIC 9        VALUE ZEROS.
           05  DIA-SEMANA-W          PIC 9        VALUE ZEROS.
           05  CCUSTO-W              PIC 9(4)     VALUE ZEROS.
           05  TEM-RETENCAO-W        PIC 9        VALUE ZEROS.
           05  TIPO-SERV-W           PIC 9(2)     VALUE ZEROS.
           05  DATA-EMISSAO-W        PIC 9(8)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  VALOR-BRUTO-W         PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-RETIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  FORNEC-SEQ-W          PIC 9(6)     VALUE ZEROS.
           05  PRIMEIRA-SEQ-W        PIC 9(5)     VALUE ZEROS.
           05  IND-T                 PIC 9        VALUE ZEROS.
           05  ANO-VENCTO-W          PIC 9(4)     VALUE ZEROS.
           05  MES-VENCTO-W          PIC 9(2)     VALUE ZEROS.
           05  VENCTO-TRIB-W         PIC 9(8)     VALUE ZEROS.
           05  TAB-RETENCOES.
               10  RETENCAO-W        OCCURS 6 TIMES.
                   15  ALIQ-RET-W    PIC 9(2)V99.
                   15  VALOR-RET-W   PIC 9(8)V99.
           COPY "PARAMETR".
       01  CAB01.
           05  FILLER              PIC X(42)   VALUE
       01  LINTOT1.
           05  FILLER          PIC X(22) VALUE "TOTAL DAS PARCELAS..: ".
           05  TOTAL-REL           PIC ZZ.ZZZ.ZZ9,99.
       01  LINTOT2.
           05  FILLER          PIC X(22) VALUE "VALOR BRUTO DA NOTA.: ".
           05  BRUTO-REL           PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(18) VALUE "   TOTAL RETIDO: ".
           05  RETIDO-REL          PIC ZZ.ZZZ.ZZ9,99.
       01  LINRET.
           05  FILLER              PIC X(9)    VALUE "RETENCAO ".
           05  TRIBUTO-RET-REL     PIC X(7).
           05  FILLER              PIC X(6)    VALUE "ORGAO ".
           05  ORGAO-RET-REL       PIC 9(6).
           05  FILLER              PIC X(5)    VALUE " SEQ ".
           05  SEQ-RET-REL         PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VENCTO-RET-REL      PIC 99/99/9999.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ALIQ-RET-REL        PIC Z9,99.
           05  FILLER              PIC X(3)    VALUE "%  ".
           05  VALOR-RET-REL       PIC ZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
           MOVE "CPD045" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD045.
           MOVE "CPD048" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD048.
           MOVE "CPD049" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD049.
           MOVE "CPD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD055.
           MOVE "CPD056" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD056.
           MOVE "CPD057" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD057.
           OPEN INPUT CGD001.
           OPEN I-O CPD020.
           OPEN I-O CPD044.
              CLOSE       CPD049
              OPEN I-O    CPD049
           END-IF.
      *    SEM TABELA DE RETENCAO (CPP073) A NOTA ENTRA SEM RETENCAO.
           OPEN INPUT CPD055 CPD056.
           IF ST-CPD055 = "00" AND ST-CPD056 = "00"
              MOVE 1 TO TEM-RETENCAO-W
           ELSE
              IF ST-CPD055 = "00" CLOSE CPD055 END-IF
              IF ST-CPD056 = "00" CLOSE CPD056 END-IF
           END-IF.
           OPEN I-O CPD057.
           IF ST-CPD057 = "35"
              OPEN OUTPUT CPD057
              CLOSE       CPD057
              OPEN I-O    CPD057
           END-IF.
           IF ST-CPD048 <> "00"
              DISPLAY "ERRO ABERTURA CPD048 (CADASTRE OS CENTROS"
                      " DE CUSTO NO CPP066): " ST-CPD048
           IF QT-PARCELAS-W = ZEROS OR VALOR-TOTAL-W = ZEROS
              DISPLAY "QUANTIDADE/VALOR INVALIDOS - NADA GERADO"
              MOVE 1 TO ERRO-W
              GO SOLICITA-CABECALHO-FIM
           END-IF.
           MOVE VALOR-TOTAL-W TO VALOR-BRUTO-W.
           MOVE ZEROS TO TOTAL-RETIDO-W.
           INITIALIZE TAB-RETENCOES.
           IF TEM-RETENCAO-W = 1
              PERFORM CALCULA-RETENCOES
           END-IF.
       SOLICITA-CABECALHO-FIM.
           EXIT.

      *    RETENCOES NA FONTE PELA REGRA DO FORNECEDOR + TIPO DE
      *    SERVICO (CPD055; SEM REGRA PROPRIA VALE A REGRA GERAL,
      *    FORNECEDOR 000000). RETENCAO ABAIXO DO MINIMO DO TRIBUTO
      *    (CPD056) E DISPENSADA. AS PARCELAS DO FORNECEDOR SAEM PELO
      *    LIQUIDO; O TRIBUTO SEM ORGAO CADASTRADO BLOQUEIA A NOTA.
       CALCULA-RETENCOES SECTION.
           DISPLAY "Tipo de servico p/ retencao (0 = sem retencao): ".
           ACCEPT TIPO-SERV-W FROM CONSOLE.
           IF TIPO-SERV-W = ZEROS
              GO CALCULA-RETENCOES-FIM
           END-IF.
           MOVE FORNEC-W    TO FORNEC-CP55.
           MOVE TIPO-SERV-W TO TIPO-SERV-CP55.
           READ CPD055 INVALID KEY
                MOVE ZEROS       TO FORNEC-CP55
                MOVE TIPO-SERV-W TO TIPO-SERV-CP55
                READ CPD055 INVALID KEY
                     DISPLAY "TIPO DE SERVICO SEM REGRA DE RETENCAO "
                             "(CPP073) - NADA GERADO"
                     MOVE 1 TO ERRO-W
                     GO CALCULA-RETENCOES-FIM
                END-READ
           END-READ.
           DISPLAY "REGRA: " DESCRICAO-CP55.
           DISPLAY "Data de emissao da nota (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-EMISSAO-W FROM CONSOLE.
           IF DATA-EMISSAO-W = ZEROS
              ACCEPT DATA-EMISSAO-W FROM DATE YYYYMMDD
           END-IF.
           MOVE DATA-EMISSAO-W(1: 6) TO COMPETENCIA-W.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 6
              IF ALIQ-CP55(IND-T) > ZEROS
                 MOVE IND-T TO TRIBUTO-CP56
                 READ CPD056 INVALID KEY
                      MOVE ZEROS TO ORGAO-CP56 VALOR-MINIMO-CP56
                 END-READ
                 MOVE ALIQ-CP55(IND-T) TO ALIQ-RET-W(IND-T)
                 COMPUTE VALOR-RET-W(IND-T) ROUNDED =
                         VALOR-BRUTO-W * ALIQ-CP55(IND-T) / 100
                 IF VALOR-RET-W(IND-T) < VALOR-MINIMO-CP56
                    DISPLAY "RETENCAO " NOME-CP56 " ABAIXO DO MINIMO"
                            " - DISPENSADA"
                    MOVE ZEROS TO VALOR-RET-W(IND-T)
                 END-IF
                 IF VALOR-RET-W(IND-T) > ZEROS
                    AND ORGAO-CP56 = ZEROS
                    DISPLAY "TRIBUTO " IND-T " SEM ORGAO CREDOR "
                            "(CPP073) - NADA GERADO"
                    MOVE 1 TO ERRO-W
                 END-IF
                 ADD VALOR-RET-W(IND-T) TO TOTAL-RETIDO-W
              END-IF
           END-PERFORM.
           IF TOTAL-RETIDO-W NOT < VALOR-BRUTO-W
              DISPLAY "RETENCOES IGUAIS OU ACIMA DA NOTA - NADA GERADO"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ERRO-W = ZEROS
              COMPUTE VALOR-TOTAL-W = VALOR-BRUTO-W - TOTAL-RETIDO-W
              DISPLAY "BRUTO " VALOR-BRUTO-W " RETIDO " TOTAL-RETIDO-W
                      " LIQUIDO A PAGAR " VALOR-TOTAL-W
           END-IF.
       CALCULA-RETENCOES-FIM.
           EXIT.

      *    PROPOE OS VENCIMENTOS PELA CONDICAO ACERTADA COM O
      *    FORNECEDOR (CPD047): 1o VENCIMENTO = HOJE + PRAZO,
      *    AVANCADO PARA O PROXIMO DIA UTIL (SABADO/DOMINGO E
      *    RETENTA EM CASO DE COLISAO, COMO O GRAVA-DADOS DO LBP101.
       ACHA-PROXIMA-SEQUENCIA SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE FORNEC-SEQ-W TO FORNEC-CP20.
           MOVE ZEROS        TO SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END MOVE "10" TO ST-CPD020
              NOT AT END
                IF FORNEC-CP20 <> FORNEC-SEQ-W
                   MOVE "10" TO ST-CPD020
                ELSE
                   MOVE SEQ-CP20 TO PROX-SEQ-W
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           MOVE FORNEC-W TO FORNEC-SEQ-W.
           PERFORM ACHA-PROXIMA-SEQUENCIA.
           COMPUTE VALOR-PARCELA-W = VALOR-TOTAL-W / QT-PARCELAS-W.
           MOVE ZEROS TO VALOR-ACUMULADO-W.
           END-PERFORM.
           MOVE VALOR-ACUMULADO-W TO TOTAL-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           IF TOTAL-RETIDO-W > ZEROS
              PERFORM GERA-TITULOS-RETENCAO
           END-IF.
           IF OCORR-PEDIDO-W NOT = SPACES
              MOVE SPACES TO REG-RELAT
              STRING "PEDIDO DE COMPRA....: " OCORR-PEDIDO-W
                 MOVE "10" TO ST-CPD020.
           MOVE SEQ-CP20 TO PROX-SEQ-W.
           ADD 1 TO PROX-SEQ-W.
           IF IND-P = 1
              MOVE SEQ-CP20 TO PRIMEIRA-SEQ-W
           END-IF.
           PERFORM GRAVA-CONTROLES-TITULO.

      *    CONTROLE DE CRIACAO (CPD044) E CENTRO DE CUSTO (CPD049) DO
      *    TITULO RECEM-GRAVADO EM CPD020.
       GRAVA-CONTROLES-TITULO SECTION.
           MOVE FORNEC-CP20 TO FORNEC-CP44.
           MOVE SEQ-CP20    TO SEQ-CP44.
           MOVE COD-USUARIO-W TO USUARIO-CRIACAO-CP44.
                 END-REWRITE
           END-WRITE.

      *    UM TITULO POR TRIBUTO RETIDO, EM NOME DO ORGAO CREDOR, NO
      *    VENCIMENTO LEGAL; A RETENCAO FICA EM CPD057 AMARRADA A
      *    PRIMEIRA PARCELA DA NOTA.
       GERA-TITULOS-RETENCAO SECTION.
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > 6
              IF VALOR-RET-W(IND-T) > ZEROS
                 MOVE IND-T TO TRIBUTO-CP56
                 READ CPD056 INVALID KEY CONTINUE END-READ
                 PERFORM CALCULA-VENCTO-TRIBUTO
                 PERFORM GRAVA-TITULO-TRIBUTO
                 PERFORM GRAVA-RETENCAO
                 MOVE NOME-CP56          TO TRIBUTO-RET-REL
                 MOVE ORGAO-CP56         TO ORGAO-RET-REL
                 MOVE SEQ-CP20           TO SEQ-RET-REL
                 MOVE VENCTO-TRIB-W      TO VENCTO-RET-REL
                 MOVE ALIQ-RET-W(IND-T)  TO ALIQ-RET-REL
                 MOVE VALOR-RET-W(IND-T) TO VALOR-RET-REL
                 WRITE REG-RELAT FROM LINRET
              END-IF
           END-PERFORM.
           MOVE VALOR-BRUTO-W  TO BRUTO-REL.
           MOVE TOTAL-RETIDO-W TO RETIDO-REL.
           WRITE REG-RELAT FROM LINTOT2 AFTER 1.

      *    DIA LEGAL DO MES SEGUINTE AO DA EMISSAO; CAINDO EM FIM DE
      *    SEMANA OU FERIADO (CPD045) ANTECIPA OU POSTERGA CONFORME O
      *    TRIBUTO.
       CALCULA-VENCTO-TRIBUTO SECTION.
           MOVE DATA-EMISSAO-W(1: 4) TO ANO-VENCTO-W.
           MOVE DATA-EMISSAO-W(5: 2) TO MES-VENCTO-W.
           ADD 1 TO MES-VENCTO-W.
           IF MES-VENCTO-W > 12
              MOVE 1 TO MES-VENCTO-W
              ADD 1 TO ANO-VENCTO-W
           END-IF.
           COMPUTE VENCTO-TRIB-W = ANO-VENCTO-W * 10000
                 + MES-VENCTO-W * 100 + DIA-VENCTO-CP56.
           MOVE ZEROS TO DIA-UTIL-W.
           PERFORM UNTIL DIA-UTIL-W = 1
              PERFORM VERIFICA-DIA-UTIL-TRIBUTO
              IF DIA-UTIL-W = ZEROS
                 MOVE VENCTO-TRIB-W TO GRTIME-DATE
                 MOVE 1             TO GRTIME-DAYS
                 IF AJUSTE-CP56 = "P"
                    MOVE "SOMA"     TO GRTIME-FUNCTION
                 ELSE
                    MOVE "SUBT"     TO GRTIME-FUNCTION
                 END-IF
                 MOVE "DIAS"        TO GRTIME-TYPE
                 CALL "GRTIME" USING PARAMETROS-GRTIME
                 MOVE GRTIME-DATE-FINAL TO VENCTO-TRIB-W
              END-IF
           END-PERFORM.

       VERIFICA-DIA-UTIL-TRIBUTO SECTION.
           MOVE 1 TO DIA-UTIL-W.
           COMPUTE DIA-SEMANA-W = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(VENCTO-TRIB-W), 7).
           IF DIA-SEMANA-W = 6 OR DIA-SEMANA-W = 0
              MOVE ZEROS TO DIA-UTIL-W
           END-IF.
           IF DIA-UTIL-W = 1 AND CPD045-EXISTE-W = 1
              MOVE VENCTO-TRIB-W TO DATA-FERIADO-CP45
              READ CPD045 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE ZEROS TO DIA-UTIL-W
              END-READ
           END-IF.

       GRAVA-TITULO-TRIBUTO SECTION.
           MOVE ORGAO-CP56 TO FORNEC-SEQ-W.
           PERFORM ACHA-PROXIMA-SEQUENCIA.
           INITIALIZE REG-CPD020.
           MOVE ORGAO-CP56       TO FORNEC-CP20.
           MOVE PROX-SEQ-W       TO SEQ-CP20.
           MOVE NR-DOCTO-W       TO NR-DOCTO-CP20.
           MOVE TIPO-FORN-W      TO TIPO-FORN-CP20.
           MOVE PORTADOR-W       TO PORTADOR-CP20.
           MOVE USUARIO-W        TO RESPONSAVEL-CP20.
           MOVE SPACES           TO DESCRICAO-CP20.
           STRING NOME-CP56 DELIMITED BY SPACE
                  " RETIDO FORN " FORNEC-W
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE VENCTO-TRIB-W    TO DATA-VENCTO-CP20.
           MOVE VALOR-RET-W(IND-T) TO VALOR-TOT-CP20.
           MOVE ZEROS            TO SITUACAO-CP20.
           MOVE PREV-DEF-W       TO PREV-DEF-CP20.
           MOVE ZEROS TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
             WRITE REG-CPD020 INVALID KEY
                 ADD 1 TO SEQ-CP20
               NOT INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM GRAVA-CONTROLES-TITULO.

       GRAVA-RETENCAO SECTION.
           INITIALIZE REG-CPD057.
           MOVE FORNEC-W           TO FORNEC-CP57.
           MOVE PRIMEIRA-SEQ-W     TO SEQ-CP57.
           MOVE IND-T              TO TRIBUTO-CP57.
           MOVE COMPETENCIA-W      TO COMPETENCIA-CP57.
           MOVE NR-DOCTO-W         TO NR-DOCTO-CP57.
           MOVE TIPO-SERV-W        TO TIPO-SERV-CP57.
           MOVE DATA-EMISSAO-W     TO DATA-EMISSAO-CP57.
           MOVE VALOR-BRUTO-W      TO VALOR-BRUTO-CP57.
           MOVE ALIQ-RET-W(IND-T)  TO ALIQUOTA-CP57.
           MOVE VALOR-RET-W(IND-T) TO VALOR-RETIDO-CP57.
           MOVE FORNEC-CP20        TO FORNEC-TRIB-CP57.
           MOVE SEQ-CP20           TO SEQ-TRIB-CP57.
           MOVE VENCTO-TRIB-W      TO VENCTO-TRIB-CP57.
           MOVE COD-USUARIO-W      TO DIGITADOR-CP57.
           WRITE REG-CPD057 INVALID KEY
                 REWRITE REG-CPD057 INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.

       IMPRIME-PARCELA SECTION.
           MOVE IND-P            TO PARCELA-REL.
           MOVE SEQ-CP20         TO SEQ-REL.
           WRITE REG-RELAT FROM LINDET.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CPD020 CPD044 CPD046 CPD049 CPD057.
           IF TEM-RETENCAO-W = 1 CLOSE CPD055 CPD056 END-IF.
           IF ST-CPD048 = "00" CLOSE CPD048 END-IF.
           IF ST-CPD047 = "00" CLOSE CPD047 END-IF.
           IF CPD045-EXISTE-W = 1 CLOSE CPD045 END-IF.
