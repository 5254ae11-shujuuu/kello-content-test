       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP044.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Prospecção de turmas ainda sem contrato - o que a
      *equipe comercial controlava em planilha passa a viver aqui
      *até virar contrato. Opções:
      *  PROSPECTO ..: instituição, curso, cidade (CGD012), ano de
      *                formatura, contato da comissão, número de
      *                alunos e vendedor (CRD150) - CGD030;
      *  REGISTRO ...: visita, proposta (com valor) ou outro contato,
      *                com a data e o próximo passo (diário CGD031);
      *                proposta tira o prospecto da prospecção;
      *  ETAPA ......: prospecção, proposta, negociação, ganho ou
      *                perdido (motivo obrigatório); ganho oferece a
      *                conversão na hora;
      *  CONVERTER ..: prospecto ganho vira contrato sem redigitação
      *                no contrato já aberto pelo comercial (COD040):
      *                complemento COD041 (o mesmo do CGP043) e
      *                vendedor/taxa padrão no CRD151 (CRP107);
      *  PENDENCIAS .: próximos passos vencidos até uma data;
      *  FUNIL ......: relatório mensal por vendedor - novos, entradas
      *                em cada etapa, ganhos (com valor), perdidos e
      *                conversão no mês, carteira aberta por etapa e as
      *                perdas do mês com o motivo.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CGPX012.
           COPY CGPX030.
           COPY CGPX031.
           COPY COPX040.
           COPY COPX041.
           COPY CRPX150.
           COPY CRPX151.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW001.
       COPY CGPW012.
       COPY CGPW030.
       COPY CGPW031.
       COPY COPW040.
       COPY COPW041.
       COPY CRPW150.
       COPY CRPW151.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY LOGW008C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  CGD012-EXISTE-W       PIC 9        VALUE ZEROS.
           05  ST-CGD030             PIC XX       VALUE SPACES.
           05  ST-CGD031             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-CRD150             PIC XX       VALUE SPACES.
           05  ST-CRD151             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  PAGE-COUNT            PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  PROSPECTO-W           PIC 9(6)     VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  VENDEDOR-W            PIC 9(6)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  ETAPA-W               PIC 9        VALUE ZEROS.
           05  ETAPA-ANT-W           PIC 9        VALUE ZEROS.
           05  MOTIVO-W              PIC X(60)    VALUE SPACES.
           05  DESCRICAO-W           PIC X(60)    VALUE SPACES.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  DATA-COLACAO-W        PIC 9(8)     VALUE ZEROS.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-PERDAS-W           PIC 9(5)     VALUE ZEROS.
           05  IND-V                 PIC 9(3)     VALUE ZEROS.
           05  IND-E                 PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  CONVERSAO-W           PIC 9(3)V99  VALUE ZEROS.
           05  VALOR-E-W             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  TAB-ETAPAS-VALORES.
               10  FILLER  PIC X(11) VALUE "PROSPECCAO".
               10  FILLER  PIC X(11) VALUE "PROPOSTA".
               10  FILLER  PIC X(11) VALUE "NEGOCIACAO".
               10  FILLER  PIC X(11) VALUE "GANHO".
               10  FILLER  PIC X(11) VALUE "PERDIDO".
           05  TAB-ETAPAS REDEFINES TAB-ETAPAS-VALORES.
               10  NOME-ETAPA-W OCCURS 5 TIMES PIC X(11).
           COPY "PARAMETR".
      *    FUNIL DO MES POR VENDEDOR (VENDEDOR ZERO = SEM VENDEDOR)
       01  QT-VEND-W                 PIC 9(3)     VALUE ZEROS.
       01  TAB-FUNIL.
           05  FUNIL-TB OCCURS 200 TIMES.
               10  VENDEDOR-TB       PIC 9(6).
               10  NOVOS-TB          PIC 9(4).
               10  ENTROU-TB OCCURS 5 TIMES PIC 9(4).
               10  CARTEIRA-TB OCCURS 3 TIMES PIC 9(4).
               10  VALOR-GANHO-TB    PIC 9(11)V99.
       01  TOT-FUNIL.
           05  TOT-NOVOS-W           PIC 9(5)     VALUE ZEROS.
           05  TOT-ENTROU-W OCCURS 5 TIMES PIC 9(5).
           05  TOT-CARTEIRA-W OCCURS 3 TIMES PIC 9(5).
           05  TOT-VALOR-GANHO-W     PIC 9(11)V99 VALUE ZEROS.
       01  CAB01.
           05  EMPRESA-REL         PIC X(80)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "PAG: ".
           05  PAG-REL             PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER              PIC X(45)   VALUE
               "FUNIL COMERCIAL DE PROSPECTOS - COMPETENCIA ".
           05  COMPETENCIA-REL     PIC 9(6).
       01  CAB03.
           05  FILLER              PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER              PIC X(28)   VALUE SPACES.
           05  FILLER              PIC X(52)   VALUE
               "------------------- NO MES -------------------".
           05  FILLER              PIC X(20)   VALUE
               "-- EM CARTEIRA --".
       01  CAB05.
           05  FILLER              PIC X(28)   VALUE
               "VENDED NOME".
           05  FILLER              PIC X(30)   VALUE
               "NOVOS PROP NEGO GANH PERD".
           05  FILLER              PIC X(22)   VALUE
               "   VALOR GANHO  CONV%".
           05  FILLER              PIC X(20)   VALUE
               "PROS PROP NEGO".
       01  LINDET.
           05  VENDEDOR-REL        PIC 9(6).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOME-REL            PIC X(20).
           05  FILLER              PIC X       VALUE SPACES.
           05  NOVOS-REL           PIC ZZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  PROPOSTA-REL        PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  NEGOCIACAO-REL      PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  GANHOS-REL          PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  PERDIDOS-REL        PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  VALOR-GANHO-REL     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  CONVERSAO-REL       PIC ZZ9,99.
           05  FILLER              PIC X       VALUE SPACES.
           05  CART-PROSP-REL      PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  CART-PROP-REL       PIC ZZZ9.
           05  FILLER              PIC X       VALUE SPACES.
           05  CART-NEGO-REL       PIC ZZZ9.
       01  CAB06.
           05  FILLER              PIC X(100)  VALUE
               "PERDAS DO MES - PROSPECTO / INSTITUICAO / MOTIVO".
       01  LINPERDA.
           05  LINPERDA-REL        PIC X(100)  VALUE SPACES.
       01  LINTOT.
           05  FILLER              PIC X(22)   VALUE
               "PERDAS NO MES......: ".
           05  QT-PERDAS-REL       PIC ZZ.ZZ9.

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
           MOVE NOME-EMPRESA-W     TO EMPRESA-REL
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD012" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "CGD030" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD030.
           MOVE "CGD031" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD031.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "COD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "CRD150" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD150.
           MOVE "CRD151" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD151.
           OPEN INPUT CGD001 CGD012 CRD150.
           IF ST-CGD012 = "00"
              MOVE 1 TO CGD012-EXISTE-W
           END-IF.
           OPEN I-O CGD030.
           IF ST-CGD030 = "35"
              OPEN OUTPUT CGD030
              CLOSE       CGD030
              OPEN I-O    CGD030
           END-IF.
           OPEN I-O CGD031.
           IF ST-CGD031 = "35"
              OPEN OUTPUT CGD031
              CLOSE       CGD031
              OPEN I-O    CGD031
           END-IF.
           OPEN INPUT COD040.
           OPEN I-O COD041.
           IF ST-COD041 = "35"
              OPEN OUTPUT COD041
              CLOSE       COD041
              OPEN I-O    COD041
           END-IF.
           OPEN I-O CRD151.
           IF ST-CRD151 = "35"
              OPEN OUTPUT CRD151
              CLOSE       CRD151
              OPEN I-O    CRD151
           END-IF.
           IF ST-CGD030 <> "00"
              DISPLAY "ERRO ABERTURA CGD030: " ST-CGD030
              MOVE 1 TO ERRO-W.
           IF ST-CGD031 <> "00"
              DISPLAY "ERRO ABERTURA CGD031: " ST-CGD031
              MOVE 1 TO ERRO-W.
           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-COD041 <> "00"
              DISPLAY "ERRO ABERTURA COD041: " ST-COD041
              MOVE 1 TO ERRO-W.
           IF ST-CRD150 <> "00"
              DISPLAY "ERRO ABERTURA CRD150: " ST-CRD150
              MOVE 1 TO ERRO-W.
           IF ST-CRD151 <> "00"
              DISPLAY "ERRO ABERTURA CRD151: " ST-CRD151
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CGP044" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CGP044"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PROSPECTO  2-REGISTRO  3-ETAPA  "
                   "4-CONVERTER  5-PENDENCIAS  6-FUNIL  9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM MANTEM-PROSPECTO
              WHEN 2 PERFORM REGISTRA-CONTATO
              WHEN 3 PERFORM MUDA-ETAPA
              WHEN 4 PERFORM CONVERTE-PROSPECTO
              WHEN 5 PERFORM LISTA-PENDENCIAS
              WHEN 6 PERFORM RELATORIO-FUNIL
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CADASTRO DO PROSPECTO (CGD030)
      *----------------------------------------------------------------
       MANTEM-PROSPECTO SECTION.
           DISPLAY "Prospecto (0 = NOVO): ".
           ACCEPT PROSPECTO-W FROM CONSOLE.
           IF PROSPECTO-W = ZEROS
              PERFORM PROXIMO-PROSPECTO
              INITIALIZE REG-CGD030
              MOVE PROSPECTO-W   TO CODIGO-CG30
              MOVE ZEROS         TO EXISTE-W
              DISPLAY "NOVO PROSPECTO " PROSPECTO-W
           ELSE
              MOVE PROSPECTO-W TO CODIGO-CG30
              READ CGD030 INVALID KEY
                   DISPLAY "PROSPECTO NAO CADASTRADO"
                   GO MANTEM-PROSPECTO-FIM
              END-READ
              MOVE 1 TO EXISTE-W
              PERFORM MOSTRA-PROSPECTO
              DISPLAY "Alterar o cadastro (S/N)? "
              ACCEPT CONFIRMA-W FROM CONSOLE
              IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
                 GO MANTEM-PROSPECTO-FIM
              END-IF
           END-IF.
           DISPLAY "Instituicao: ".
           ACCEPT INSTITUICAO-CG30 FROM CONSOLE.
           IF INSTITUICAO-CG30 = SPACES
              DISPLAY "INSTITUICAO OBRIGATORIA - NAO GRAVADO"
              GO MANTEM-PROSPECTO-FIM
           END-IF.
           DISPLAY "Curso: ".
           ACCEPT CURSO-CG30 FROM CONSOLE.
           DISPLAY "Cidade (CGD012): ".
           ACCEPT CIDADE-CG30 FROM CONSOLE.
           IF CGD012-EXISTE-W = 1
              MOVE CIDADE-CG30 TO CODIGO-CG12
              READ CGD012 INVALID KEY
                   DISPLAY "CIDADE NAO CADASTRADA EM CGD012"
                   GO MANTEM-PROSPECTO-FIM
              END-READ
              DISPLAY NOME-CG12 " " UF-CG12
           END-IF.
           DISPLAY "Ano de formatura (AAAA): ".
           ACCEPT ANO-FORMATURA-CG30 FROM CONSOLE.
           IF ANO-FORMATURA-CG30 < DATA-HOJE-W(1: 4)
              DISPLAY "ANO DE FORMATURA JA PASSOU - NAO GRAVADO"
              GO MANTEM-PROSPECTO-FIM
           END-IF.
           DISPLAY "Contato da comissao - nome: ".
           ACCEPT CONTATO-NOME-CG30 FROM CONSOLE.
           DISPLAY "Contato da comissao - telefone: ".
           ACCEPT CONTATO-FONE-CG30 FROM CONSOLE.
           DISPLAY "Contato da comissao - e-mail: ".
           ACCEPT CONTATO-EMAIL-CG30 FROM CONSOLE.
           DISPLAY "Numero de alunos: ".
           ACCEPT QT-ALUNOS-CG30 FROM CONSOLE.
           DISPLAY "Vendedor (CRD150): ".
           ACCEPT VENDEDOR-W FROM CONSOLE.
           MOVE VENDEDOR-W TO VENDEDOR-CR150.
           READ CRD150 INVALID KEY
                DISPLAY "VENDEDOR NAO CADASTRADO (CRP107) - NAO GRAVADO"
                GO MANTEM-PROSPECTO-FIM
           END-READ.
           IF INATIVO-CR150 = 1
              DISPLAY "VENDEDOR INATIVO - NAO GRAVADO"
              GO MANTEM-PROSPECTO-FIM
           END-IF.
           MOVE VENDEDOR-W TO VENDEDOR-CG30.
           IF EXISTE-W = 1
              REWRITE REG-CGD030 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CGD030: " ST-CGD030
              END-REWRITE
              DISPLAY "PROSPECTO ALTERADO."
              GO MANTEM-PROSPECTO-FIM
           END-IF.
           MOVE 1             TO ETAPA-CG30.
           MOVE DATA-HOJE-W   TO DATA-ETAPA-CG30 DATA-CADASTRO-CG30.
           MOVE COD-USUARIO-W TO DIGITADOR-CG30.
           WRITE REG-CGD030 INVALID KEY
                DISPLAY "ERRO GRAVACAO CGD030: " ST-CGD030
                GO MANTEM-PROSPECTO-FIM
           END-WRITE.
      *    A ENTRADA NA PROSPECCAO TAMBEM VAI PARA O DIARIO
           MOVE ZEROS  TO ETAPA-ANT-W.
           MOVE 1      TO ETAPA-W.
           MOVE SPACES TO MOTIVO-W.
           PERFORM GRAVA-MUDANCA-ETAPA.
           DISPLAY "PROSPECTO " PROSPECTO-W " GRAVADO.".
       MANTEM-PROSPECTO-FIM.
           EXIT.

       PROXIMO-PROSPECTO SECTION.
           MOVE ZEROS TO PROSPECTO-W CODIGO-CG30.
           START CGD030 KEY IS NOT < CODIGO-CG30 INVALID KEY
                 MOVE "10" TO ST-CGD030.
           PERFORM UNTIL ST-CGD030 = "10"
              READ CGD030 NEXT RECORD AT END MOVE "10" TO ST-CGD030
              NOT AT END
                MOVE CODIGO-CG30 TO PROSPECTO-W
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD030.
           ADD 1 TO PROSPECTO-W.

       MOSTRA-PROSPECTO SECTION.
           MOVE VALOR-PROPOSTA-CG30 TO VALOR-E-W.
           DISPLAY "INSTITUICAO: " INSTITUICAO-CG30.
           DISPLAY "CURSO......: " CURSO-CG30
                   "  CIDADE " CIDADE-CG30
                   "  FORMATURA " ANO-FORMATURA-CG30.
           DISPLAY "CONTATO....: " CONTATO-NOME-CG30 " "
                   CONTATO-FONE-CG30.
           DISPLAY "             " CONTATO-EMAIL-CG30.
           DISPLAY "ALUNOS " QT-ALUNOS-CG30
                   "  VENDEDOR " VENDEDOR-CG30
                   "  PROPOSTA " VALOR-E-W.
           IF ETAPA-CG30 > 0 AND ETAPA-CG30 < 6
              DISPLAY "ETAPA " NOME-ETAPA-W(ETAPA-CG30)
                      " DESDE " DATA-ETAPA-CG30
           END-IF.
           IF ETAPA-CG30 = 5
              DISPLAY "MOTIVO DA PERDA: " MOTIVO-PERDA-CG30
           END-IF.
           IF DATA-PROXIMO-CG30 > ZEROS
              DISPLAY "PROXIMO PASSO " DATA-PROXIMO-CG30 ": "
                      PROXIMO-PASSO-CG30
           END-IF.
           IF CONTRATO-CG30 > ZEROS
              DISPLAY "CONVERTIDO NO CONTRATO " CONTRATO-CG30
           END-IF.

      *----------------------------------------------------------------
      *    VISITA / PROPOSTA / CONTATO COM O PROXIMO PASSO (CGD031)
      *----------------------------------------------------------------
       REGISTRA-CONTATO SECTION.
           PERFORM LE-PROSPECTO.
           IF PROSPECTO-W = ZEROS
              GO REGISTRA-CONTATO-FIM
           END-IF.
           IF ETAPA-CG30 > 3
              DISPLAY "PROSPECTO JA " NOME-ETAPA-W(ETAPA-CG30)
                      " - REGISTRO RECUSADO"
              GO REGISTRA-CONTATO-FIM
           END-IF.
           DISPLAY "Tipo (1-VISITA  2-PROPOSTA  3-OUTRO CONTATO): ".
           ACCEPT TIPO-W FROM CONSOLE.
           IF TIPO-W < 1 OR TIPO-W > 3
              DISPLAY "TIPO INVALIDO"
              GO REGISTRA-CONTATO-FIM
           END-IF.
           DISPLAY "Data (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-W FROM CONSOLE.
           IF DATA-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-W
           END-IF.
           DISPLAY "Descricao: ".
           ACCEPT DESCRICAO-W FROM CONSOLE.
           MOVE ZEROS TO VALOR-W.
           IF TIPO-W = 2
              DISPLAY "Valor da proposta (digitos, 2 decimais): "
              ACCEPT VALOR-W FROM CONSOLE
              IF VALOR-W = ZEROS
                 DISPLAY "PROPOSTA SEM VALOR - NAO GRAVADO"
                 GO REGISTRA-CONTATO-FIM
              END-IF
           END-IF.
           INITIALIZE REG-CGD031.
           DISPLAY "Proximo passo - data (AAAAMMDD, 0 = NENHUM): ".
           ACCEPT DATA-PROXIMO-CG31 FROM CONSOLE.
           IF DATA-PROXIMO-CG31 > ZEROS
              DISPLAY "Proximo passo - o que fazer: "
              ACCEPT PROXIMO-PASSO-CG31 FROM CONSOLE
           END-IF.
           MOVE PROSPECTO-W   TO CODIGO-CG31.
           MOVE TIPO-W        TO TIPO-CG31.
           MOVE DATA-W        TO DATA-CG31.
           MOVE DESCRICAO-W   TO DESCRICAO-CG31.
           MOVE VALOR-W       TO VALOR-PROPOSTA-CG31.
           MOVE ETAPA-CG30    TO ETAPA-ANTERIOR-CG31 ETAPA-NOVA-CG31.
           MOVE VENDEDOR-CG30 TO VENDEDOR-CG31.
           PERFORM GRAVA-DIARIO.
           MOVE DATA-PROXIMO-CG31  TO DATA-PROXIMO-CG30.
           MOVE PROXIMO-PASSO-CG31 TO PROXIMO-PASSO-CG30.
           IF TIPO-W = 2
              MOVE VALOR-W TO VALOR-PROPOSTA-CG30
           END-IF.
           REWRITE REG-CGD030 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CGD030: " ST-CGD030
                GO REGISTRA-CONTATO-FIM
           END-REWRITE.
      *    PROPOSTA ENTREGUE TIRA O PROSPECTO DA PROSPECCAO
           IF TIPO-W = 2 AND ETAPA-CG30 = 1
              MOVE 1      TO ETAPA-ANT-W
              MOVE 2      TO ETAPA-W
              MOVE SPACES TO MOTIVO-W
              PERFORM APLICA-ETAPA
           END-IF.
           DISPLAY "REGISTRO GRAVADO.".
       REGISTRA-CONTATO-FIM.
           EXIT.

       LE-PROSPECTO SECTION.
           DISPLAY "Prospecto (0 = VOLTAR): ".
           ACCEPT PROSPECTO-W FROM CONSOLE.
           IF PROSPECTO-W = ZEROS
              GO LE-PROSPECTO-FIM
           END-IF.
           MOVE PROSPECTO-W TO CODIGO-CG30.
           READ CGD030 INVALID KEY
                DISPLAY "PROSPECTO NAO CADASTRADO"
                MOVE ZEROS TO PROSPECTO-W
                GO LE-PROSPECTO-FIM
           END-READ.
           PERFORM MOSTRA-PROSPECTO.
       LE-PROSPECTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    ETAPA DO FUNIL
      *----------------------------------------------------------------
       MUDA-ETAPA SECTION.
           PERFORM LE-PROSPECTO.
           IF PROSPECTO-W = ZEROS
              GO MUDA-ETAPA-FIM
           END-IF.
           IF CONTRATO-CG30 > ZEROS
              DISPLAY "PROSPECTO JA CONVERTIDO - ETAPA NAO MUDA"
              GO MUDA-ETAPA-FIM
           END-IF.
           DISPLAY "Nova etapa (1-PROSPECCAO  2-PROPOSTA  "
                   "3-NEGOCIACAO  4-GANHO  5-PERDIDO): ".
           ACCEPT ETAPA-W FROM CONSOLE.
           IF ETAPA-W < 1 OR ETAPA-W > 5 OR ETAPA-W = ETAPA-CG30
              DISPLAY "ETAPA INVALIDA OU IGUAL A ATUAL"
              GO MUDA-ETAPA-FIM
           END-IF.
           MOVE SPACES TO MOTIVO-W.
           IF ETAPA-W = 5
              DISPLAY "Motivo da perda: "
              ACCEPT MOTIVO-W FROM CONSOLE
              IF MOTIVO-W = SPACES
                 DISPLAY "MOTIVO OBRIGATORIO - ETAPA NAO ALTERADA"
                 GO MUDA-ETAPA-FIM
              END-IF
           END-IF.
           MOVE ETAPA-CG30 TO ETAPA-ANT-W.
           PERFORM APLICA-ETAPA.
           DISPLAY "ETAPA ALTERADA PARA " NOME-ETAPA-W(ETAPA-W).
           IF ETAPA-W = 4
              DISPLAY "Converter em contrato agora (S/N)? "
              ACCEPT CONFIRMA-W FROM CONSOLE
              IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                 PERFORM CONVERTE-GANHO
              END-IF
           END-IF.
       MUDA-ETAPA-FIM.
           EXIT.

      *    REG-CGD030 JA LIDO; ETAPA-ANT-W / ETAPA-W / MOTIVO-W.
       APLICA-ETAPA SECTION.
           MOVE ETAPA-W     TO ETAPA-CG30.
           MOVE DATA-HOJE-W TO DATA-ETAPA-CG30.
           IF ETAPA-W = 5
              MOVE MOTIVO-W TO MOTIVO-PERDA-CG30
           ELSE
              MOVE SPACES   TO MOTIVO-PERDA-CG30
           END-IF.
           IF ETAPA-W > 3
              MOVE ZEROS  TO DATA-PROXIMO-CG30
              MOVE SPACES TO PROXIMO-PASSO-CG30
           END-IF.
           REWRITE REG-CGD030 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CGD030: " ST-CGD030
           END-REWRITE.
           PERFORM GRAVA-MUDANCA-ETAPA.

       GRAVA-MUDANCA-ETAPA SECTION.
           INITIALIZE REG-CGD031.
           MOVE CODIGO-CG30         TO CODIGO-CG31.
           MOVE 4                   TO TIPO-CG31.
           MOVE DATA-HOJE-W         TO DATA-CG31.
           MOVE MOTIVO-W            TO DESCRICAO-CG31.
           MOVE VALOR-PROPOSTA-CG30 TO VALOR-PROPOSTA-CG31.
           MOVE ETAPA-ANT-W         TO ETAPA-ANTERIOR-CG31.
           MOVE ETAPA-W             TO ETAPA-NOVA-CG31.
           MOVE VENDEDOR-CG30       TO VENDEDOR-CG31.
           PERFORM GRAVA-DIARIO.

       GRAVA-DIARIO SECTION.
           MOVE 1             TO SEQ-CG31.
           MOVE COD-USUARIO-W TO USUARIO-CG31.
           MOVE ZEROS TO ST-CGD031.
           PERFORM UNTIL ST-CGD031 = "10"
             WRITE REG-CGD031 INVALID KEY
                 ADD 1 TO SEQ-CG31
               NOT INVALID KEY
                 MOVE "10" TO ST-CGD031.
           MOVE ZEROS TO ST-CGD031.

      *----------------------------------------------------------------
      *    CONVERSAO DO PROSPECTO GANHO EM CONTRATO
      *----------------------------------------------------------------
       CONVERTE-PROSPECTO SECTION.
           PERFORM LE-PROSPECTO.
           IF PROSPECTO-W = ZEROS
              GO CONVERTE-PROSPECTO-FIM
           END-IF.
           PERFORM CONVERTE-GANHO.
       CONVERTE-PROSPECTO-FIM.
           EXIT.

      *    REG-CGD030 JA LIDO. O CONTRATO E ABERTO PELO MODULO
      *    COMERCIAL (COD040); AQUI SO O COMPLEMENTO E O VENDEDOR SAO
      *    GRAVADOS, SEM TOCAR NO COD040.
       CONVERTE-GANHO SECTION.
           IF ETAPA-CG30 <> 4
              DISPLAY "SO PROSPECTO GANHO VIRA CONTRATO (OPCAO 3)"
              GO CONVERTE-GANHO-FIM
           END-IF.
           IF CONTRATO-CG30 > ZEROS
              DISPLAY "PROSPECTO JA CONVERTIDO NO CONTRATO "
                      CONTRATO-CG30
              GO CONVERTE-GANHO-FIM
           END-IF.
           DISPLAY "Numero do contrato aberto no comercial: ".
           ACCEPT CONTRATO-W FROM CONSOLE.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO " CONTRATO-W " NAO CADASTRADO NO "
                        "COMERCIAL (COD040) - CONVERSAO RECUSADA"
                GO CONVERTE-GANHO-FIM
           END-READ.
           DISPLAY "CONTRATO " CONTRATO-W ": " IDENTIFICACAO-CO40.
           MOVE CONTRATO-W TO NR-CONTRATO-CO41.
           READ COD041 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DISPLAY "CONTRATO " CONTRATO-W " JA TEM COMPLEMENTO "
                        "(CGP043) - CONVERSAO RECUSADA"
                GO CONVERTE-GANHO-FIM
           END-READ.
           DISPLAY "Data da colacao (AAAAMMDD, 0 = DEPOIS NO CGP043): ".
           ACCEPT DATA-COLACAO-W FROM CONSOLE.
           DISPLAY "Confirma a conversao no contrato " CONTRATO-W
                   " (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO CONVERTE-GANHO-FIM
           END-IF.
           INITIALIZE REG-COD041.
           MOVE CONTRATO-W          TO NR-CONTRATO-CO41.
           MOVE INSTITUICAO-CG30    TO INSTITUICAO-CO41.
           MOVE CURSO-CG30          TO CURSO-CO41.
           MOVE CIDADE-CG30         TO CIDADE-CO41.
           MOVE DATA-COLACAO-W      TO DATA-COLACAO-CO41.
           MOVE QT-ALUNOS-CG30      TO QT-FORMANDOS-CO41.
           MOVE VALOR-PROPOSTA-CG30 TO VALOR-CONTRATO-CO41.
           MOVE 1                   TO CANAL-VENDA-CO41.
           MOVE 1                   TO SITUACAO-CO41.
           MOVE DATA-HOJE-W         TO DATA-SITUACAO-CO41.
           MOVE COD-USUARIO-W       TO DIGITADOR-CO41.
           WRITE REG-COD041 INVALID KEY
                DISPLAY "ERRO GRAVACAO COD041: " ST-COD041
                GO CONVERTE-GANHO-FIM
           END-WRITE.
           PERFORM ATRIBUI-VENDEDOR.
           MOVE CONTRATO-W TO CONTRATO-CG30.
           REWRITE REG-CGD030 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CGD030: " ST-CGD030
           END-REWRITE.
           INITIALIZE REG-CGD031.
           MOVE CODIGO-CG30         TO CODIGO-CG31.
           MOVE 5                   TO TIPO-CG31.
           MOVE DATA-HOJE-W         TO DATA-CG31.
           MOVE SPACES              TO DESCRICAO-CG31.
           STRING "CONVERTIDO NO CONTRATO " CONTRATO-W
                  DELIMITED BY SIZE INTO DESCRICAO-CG31.
           MOVE VALOR-PROPOSTA-CG30 TO VALOR-PROPOSTA-CG31.
           MOVE 4                   TO ETAPA-ANTERIOR-CG31
                                       ETAPA-NOVA-CG31.
           MOVE VENDEDOR-CG30       TO VENDEDOR-CG31.
           PERFORM GRAVA-DIARIO.
           DISPLAY "CONTRATO " CONTRATO-W " GRAVADO - CONFIRA DATAS "
                   "E SITUACAO NO CGP043.".
       CONVERTE-GANHO-FIM.
           EXIT.

      *    MESMA REGRA DO CRP107: TAXA PADRAO DO VENDEDOR; CONTRATO
      *    QUE JA TEM VENDEDOR NO CRD151 NAO E ALTERADO.
       ATRIBUI-VENDEDOR SECTION.
           MOVE CONTRATO-W TO CONTRATO-CR151.
           READ CRD151 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO ATRIBUI-VENDEDOR-FIM
           END-READ.
           MOVE VENDEDOR-CG30 TO VENDEDOR-CR150.
           READ CRD150 INVALID KEY
                DISPLAY "VENDEDOR " VENDEDOR-CG30 " FORA DO CRD150 - "
                        "ATRIBUIR NO CRP107"
                GO ATRIBUI-VENDEDOR-FIM
           END-READ.
           INITIALIZE REG-CRD151.
           MOVE CONTRATO-W        TO CONTRATO-CR151.
           MOVE VENDEDOR-CG30     TO VENDEDOR-CR151.
           MOVE TAXA-PADRAO-CR150 TO TAXA-CR151.
           MOVE DATA-HOJE-W       TO DATA-ATRIBUICAO-CR151.
           MOVE COD-USUARIO-W     TO DIGITADOR-CR151.
           WRITE REG-CRD151 INVALID KEY
                DISPLAY "ERRO GRAVACAO CRD151: " ST-CRD151
           END-WRITE.
       ATRIBUI-VENDEDOR-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    PROXIMOS PASSOS VENCIDOS
      *----------------------------------------------------------------
       LISTA-PENDENCIAS SECTION.
           DISPLAY "Proximos passos ate (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-LIMITE-W FROM CONSOLE.
           IF DATA-LIMITE-W = ZEROS
              MOVE DATA-HOJE-W TO DATA-LIMITE-W
           END-IF.
           MOVE ZEROS TO QT-LISTADOS-W CODIGO-CG30.
           START CGD030 KEY IS NOT < CODIGO-CG30 INVALID KEY
                 MOVE "10" TO ST-CGD030.
           PERFORM UNTIL ST-CGD030 = "10"
              READ CGD030 NEXT RECORD AT END MOVE "10" TO ST-CGD030
              NOT AT END
                IF ETAPA-CG30 < 4
                   AND DATA-PROXIMO-CG30 > ZEROS
                   AND DATA-PROXIMO-CG30 NOT > DATA-LIMITE-W
                   ADD 1 TO QT-LISTADOS-W
                   DISPLAY CODIGO-CG30 " " DATA-PROXIMO-CG30 " V"
                           VENDEDOR-CG30 " "
                           INSTITUICAO-CG30(1: 25) " "
                           PROXIMO-PASSO-CG30
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD030.
           DISPLAY "PROXIMOS PASSOS PENDENTES: " QT-LISTADOS-W.

      *----------------------------------------------------------------
      *    FUNIL MENSAL POR VENDEDOR E ETAPA
      *----------------------------------------------------------------
       RELATORIO-FUNIL SECTION.
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT COMPETENCIA-W FROM CONSOLE.
           IF COMPETENCIA-W(5: 2) < "01" OR COMPETENCIA-W(5: 2) > "12"
              DISPLAY "COMPETENCIA INVALIDA"
              GO RELATORIO-FUNIL-FIM
           END-IF.
           COMPUTE DATA-INICIAL-W = COMPETENCIA-W * 100 + 1.
           COMPUTE DATA-FINAL-W   = COMPETENCIA-W * 100 + 31.
           MOVE ZEROS TO QT-VEND-W QT-PERDAS-W.
           INITIALIZE TAB-FUNIL TOT-FUNIL.
           PERFORM ACUMULA-CARTEIRA.
           PERFORM ACUMULA-MOVIMENTO.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAGE-COUNT.
           MOVE COMPETENCIA-W TO COMPETENCIA-REL.
           PERFORM CABECALHO.
           PERFORM IMPRIME-VENDEDOR
                   VARYING IND-V FROM 1 BY 1 UNTIL IND-V > QT-VEND-W.
           PERFORM IMPRIME-TOTAL-FUNIL.
           PERFORM IMPRIME-PERDAS.
           CLOSE RELAT.
           DISPLAY "FUNIL IMPRESSO - VENDEDORES: " QT-VEND-W.
       RELATORIO-FUNIL-FIM.
           EXIT.

      *    CARTEIRA ABERTA (ETAPAS 1 A 3) E NOVOS DO MES, PELO
      *    VENDEDOR ATUAL DO PROSPECTO.
       ACUMULA-CARTEIRA SECTION.
           MOVE ZEROS TO CODIGO-CG30.
           START CGD030 KEY IS NOT < CODIGO-CG30 INVALID KEY
                 MOVE "10" TO ST-CGD030.
           PERFORM UNTIL ST-CGD030 = "10"
              READ CGD030 NEXT RECORD AT END MOVE "10" TO ST-CGD030
              NOT AT END
                MOVE VENDEDOR-CG30 TO VENDEDOR-W
                PERFORM ACHA-VENDEDOR
                IF ACHOU-W = 1
                   IF ETAPA-CG30 > 0 AND ETAPA-CG30 < 4
                      ADD 1 TO CARTEIRA-TB(IND-V, ETAPA-CG30)
                   END-IF
                   IF DATA-CADASTRO-CG30 NOT < DATA-INICIAL-W
                      AND DATA-CADASTRO-CG30 NOT > DATA-FINAL-W
                      ADD 1 TO NOVOS-TB(IND-V)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD030.

      *    ENTRADAS EM CADA ETAPA NO MES, PELO VENDEDOR DA EPOCA
      *    (GRAVADO NO DIARIO). PERDAS VAO PARA A LISTA DO RODAPE.
       ACUMULA-MOVIMENTO SECTION.
           INITIALIZE CHAVE-CG31.
           START CGD031 KEY IS NOT < CHAVE-CG31 INVALID KEY
                 MOVE "10" TO ST-CGD031.
           PERFORM UNTIL ST-CGD031 = "10"
              READ CGD031 NEXT RECORD AT END MOVE "10" TO ST-CGD031
              NOT AT END
                IF TIPO-CG31 = 4
                   AND DATA-CG31 NOT < DATA-INICIAL-W
                   AND DATA-CG31 NOT > DATA-FINAL-W
                   AND ETAPA-NOVA-CG31 > 0 AND ETAPA-NOVA-CG31 < 6
                   MOVE VENDEDOR-CG31 TO VENDEDOR-W
                   PERFORM ACHA-VENDEDOR
                   IF ACHOU-W = 1
                      ADD 1 TO ENTROU-TB(IND-V, ETAPA-NOVA-CG31)
                      IF ETAPA-NOVA-CG31 = 4
                         ADD VALOR-PROPOSTA-CG31
                             TO VALOR-GANHO-TB(IND-V)
                      END-IF
                   END-IF
                   IF ETAPA-NOVA-CG31 = 5
                      ADD 1 TO QT-PERDAS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD031.

       ACHA-VENDEDOR SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING IND-V FROM 1 BY 1
                     UNTIL IND-V > QT-VEND-W OR ACHOU-W = 1
              IF VENDEDOR-TB(IND-V) = VENDEDOR-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              SUBTRACT 1 FROM IND-V
           ELSE
              IF QT-VEND-W < 200
                 ADD 1 TO QT-VEND-W
                 MOVE QT-VEND-W  TO IND-V
                 MOVE VENDEDOR-W TO VENDEDOR-TB(IND-V)
                 MOVE 1 TO ACHOU-W
              ELSE
                 DISPLAY "TABELA DE VENDEDORES CHEIA - VENDEDOR "
                         VENDEDOR-W " FORA DO FUNIL"
              END-IF
           END-IF.

       IMPRIME-VENDEDOR SECTION.
           MOVE VENDEDOR-TB(IND-V) TO VENDEDOR-REL CODIGO-CG01.
           READ CGD001 INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01               TO NOME-REL.
           MOVE NOVOS-TB(IND-V)         TO NOVOS-REL.
           MOVE ENTROU-TB(IND-V, 2)     TO PROPOSTA-REL.
           MOVE ENTROU-TB(IND-V, 3)     TO NEGOCIACAO-REL.
           MOVE ENTROU-TB(IND-V, 4)     TO GANHOS-REL.
           MOVE ENTROU-TB(IND-V, 5)     TO PERDIDOS-REL.
           MOVE VALOR-GANHO-TB(IND-V)   TO VALOR-GANHO-REL.
           MOVE CARTEIRA-TB(IND-V, 1)   TO CART-PROSP-REL.
           MOVE CARTEIRA-TB(IND-V, 2)   TO CART-PROP-REL.
           MOVE CARTEIRA-TB(IND-V, 3)   TO CART-NEGO-REL.
           MOVE ZEROS TO CONVERSAO-W.
           IF ENTROU-TB(IND-V, 4) + ENTROU-TB(IND-V, 5) > ZEROS
              COMPUTE CONVERSAO-W ROUNDED = ENTROU-TB(IND-V, 4) * 100
                 / (ENTROU-TB(IND-V, 4) + ENTROU-TB(IND-V, 5))
           END-IF.
           MOVE CONVERSAO-W TO CONVERSAO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD NOVOS-TB(IND-V)       TO TOT-NOVOS-W.
           ADD VALOR-GANHO-TB(IND-V) TO TOT-VALOR-GANHO-W.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5
              ADD ENTROU-TB(IND-V, IND-E) TO TOT-ENTROU-W(IND-E)
           END-PERFORM.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 3
              ADD CARTEIRA-TB(IND-V, IND-E) TO TOT-CARTEIRA-W(IND-E)
           END-PERFORM.
           ADD 1 TO LIN.
           IF LIN > 56 PERFORM CABECALHO END-IF.

       IMPRIME-TOTAL-FUNIL SECTION.
           WRITE REG-RELAT FROM CAB03.
           MOVE ZEROS               TO VENDEDOR-REL.
           MOVE "TOTAL"             TO NOME-REL.
           MOVE TOT-NOVOS-W         TO NOVOS-REL.
           MOVE TOT-ENTROU-W(2)     TO PROPOSTA-REL.
           MOVE TOT-ENTROU-W(3)     TO NEGOCIACAO-REL.
           MOVE TOT-ENTROU-W(4)     TO GANHOS-REL.
           MOVE TOT-ENTROU-W(5)     TO PERDIDOS-REL.
           MOVE TOT-VALOR-GANHO-W   TO VALOR-GANHO-REL.
           MOVE TOT-CARTEIRA-W(1)   TO CART-PROSP-REL.
           MOVE TOT-CARTEIRA-W(2)   TO CART-PROP-REL.
           MOVE TOT-CARTEIRA-W(3)   TO CART-NEGO-REL.
           MOVE ZEROS TO CONVERSAO-W.
           IF TOT-ENTROU-W(4) + TOT-ENTROU-W(5) > ZEROS
              COMPUTE CONVERSAO-W ROUNDED = TOT-ENTROU-W(4) * 100
                 / (TOT-ENTROU-W(4) + TOT-ENTROU-W(5))
           END-IF.
           MOVE CONVERSAO-W TO CONVERSAO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 2 TO LIN.

       IMPRIME-PERDAS SECTION.
           IF QT-PERDAS-W = ZEROS
              GO IMPRIME-PERDAS-FIM
           END-IF.
           WRITE REG-RELAT FROM CAB06 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.
           INITIALIZE CHAVE-CG31.
           START CGD031 KEY IS NOT < CHAVE-CG31 INVALID KEY
                 MOVE "10" TO ST-CGD031.
           PERFORM UNTIL ST-CGD031 = "10"
              READ CGD031 NEXT RECORD AT END MOVE "10" TO ST-CGD031
              NOT AT END
                IF TIPO-CG31 = 4 AND ETAPA-NOVA-CG31 = 5
                   AND DATA-CG31 NOT < DATA-INICIAL-W
                   AND DATA-CG31 NOT > DATA-FINAL-W
                   MOVE CODIGO-CG31 TO CODIGO-CG30
                   READ CGD030 INVALID KEY
                        MOVE SPACES TO INSTITUICAO-CG30
                   END-READ
                   MOVE SPACES TO LINPERDA-REL
                   MOVE CODIGO-CG31             TO LINPERDA-REL(1: 6)
                   MOVE VENDEDOR-CG31           TO LINPERDA-REL(8: 6)
                   MOVE INSTITUICAO-CG30(1: 25) TO LINPERDA-REL(15: 25)
                   MOVE DESCRICAO-CG31          TO LINPERDA-REL(41: 60)
                   WRITE REG-RELAT FROM LINPERDA
                   ADD 1 TO LIN
                   IF LIN > 56 PERFORM CABECALHO END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-CGD031.
           MOVE QT-PERDAS-W TO QT-PERDAS-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
       IMPRIME-PERDAS-FIM.
           EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAGE-COUNT.  MOVE PAGE-COUNT TO PAG-REL.
           IF PAGE-COUNT = 1
              WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           MOVE 7 TO LIN.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CGD030 CGD031 COD040 COD041 CRD150 CRD151.
           IF CGD012-EXISTE-W = 1 CLOSE CGD012 END-IF.
           EXIT PROGRAM.
