       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP108.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Nota fiscal de serviço eletrônica (NFS-e) das parcelas
      *dos formandos - acaba a digitação nota a nota no site da
      *prefeitura. Opções:
      *  PARAMETROS : prestador (CNPJ, inscrição municipal), série e
      *               último RPS, serviço, alíquota do ISS, texto da
      *               discriminação e a base do faturamento - títulos
      *               do CRD100 por vencimento ou recebimentos do
      *               CRD110 por data de baixa (CRD160);
      *  CIDADES ...: código de município do IBGE de cada cidade do
      *               CGD012 (CRD162), exigido no endereço do tomador;
      *  LOTE ......: seleciona os títulos/recebimentos do período
      *               ainda sem RPS (ou com RPS rejeitado), monta o
      *               arquivo de RPS no layout da prefeitura com os
      *               dados do cliente (CGD010/CGD011 - CPF/CNPJ e
      *               endereço de cobrança) e registra cada número de
      *               RPS enviado em CRD161. O retorno com o número da
      *               NFS-e é importado pelo CRP109.
      *Título cujo cliente não tem CPF/CNPJ ou cidade com código do
      *IBGE não entra no lote e sai na lista de conferência.
      *LAYOUT DO ARQUIVO DE RPS (POSICOES):
      *  "1" CABECALHO: 1 TIPO; 2-4 VERSAO "001"; 5-18 CNPJ DO
      *      PRESTADOR; 19-26 INSCRICAO MUNICIPAL; 27-34 DATA INICIAL;
      *      35-42 DATA FINAL (AAAAMMDD).
      *  "2" RPS: 1 TIPO; 2-6 SERIE; 7-15 NUMERO DO RPS; 16-23 DATA DE
      *      EMISSAO; 24-38 VALOR DO SERVICO (13 INTEIROS + 2
      *      DECIMAIS); 39-43 CODIGO DO SERVICO; 44-47 ALIQUOTA (2+2);
      *      48 INDICADOR DO TOMADOR (1-CPF 2-CNPJ); 49-62 CPF/CNPJ;
      *      63-102 NOME; 103-147 ENDERECO; 148-177 COMPLEMENTO;
      *      178-202 BAIRRO; 203-209 MUNICIPIO (IBGE); 210-211 UF;
      *      212-219 CEP; 220-249 E-MAIL; 250-309 DISCRIMINACAO;
      *      310-320 CONTRATO + SEQUENCIA DO TITULO.
      *  "9" RODAPE: 1 TIPO; 2-8 QUANTIDADE DE RPS; 9-23 VALOR TOTAL.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
         PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX100.
           COPY CRPX110.
           COPY CRPX160.
           COPY CRPX161.
           COPY CRPX162.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX012.
           SELECT LOTE-RPS ASSIGN TO RPS-PATH-W
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ST-RPS.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW100.
       COPY CRPW110.
       COPY CRPW160.
       COPY CRPW161.
       COPY CRPW162.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW012.
       FD  LOTE-RPS
           LABEL RECORD IS OMITTED.
       01  REG-RPS                     PIC X(320).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY LOGW008C.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD100             PIC XX       VALUE SPACES.
           05  ST-CRD110             PIC XX       VALUE SPACES.
           05  ST-CRD160             PIC XX       VALUE SPACES.
           05  ST-CRD161             PIC XX       VALUE SPACES.
           05  ST-CRD162             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  ST-RPS                PIC XX       VALUE SPACES.
           05  PATH-CGD010           PIC X(30)    VALUE SPACES.
           05  PATH-CGD011           PIC X(30)    VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           05  RPS-PATH-W            PIC X(60)    VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  VALOR-RPS-W           PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-E-W             PIC ZZ.ZZZ.ZZ9,99.
           05  TEM-RPS-W             PIC 9        VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  INDICADOR-W           PIC 9        VALUE ZEROS.
           05  DOCTO-TOMADOR-W       PIC 9(14)    VALUE ZEROS.
           05  MUNICIPIO-W           PIC 9(7)     VALUE ZEROS.
           05  UF-W                  PIC X(2)     VALUE SPACES.
           05  QT-GERADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-JA-ENVIADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  TOTAL-LOTE-W          PIC 9(13)V99 VALUE ZEROS.
           COPY "PARAMETR".
       01  DETALHE-RPS.
           05  TIPO-DET-RPS          PIC X        VALUE "2".
           05  SERIE-DET-RPS         PIC X(5).
           05  NR-DET-RPS            PIC 9(9).
           05  DATA-DET-RPS          PIC 9(8).
           05  VALOR-DET-RPS         PIC 9(13)V99.
           05  SERVICO-DET-RPS       PIC 9(5).
           05  ALIQUOTA-DET-RPS      PIC 9(2)V99.
           05  INDICADOR-DET-RPS     PIC 9.
           05  DOCTO-DET-RPS         PIC 9(14).
           05  NOME-DET-RPS          PIC X(40).
           05  ENDERECO-DET-RPS      PIC X(45).
           05  COMPLEMENTO-DET-RPS   PIC X(30).
           05  BAIRRO-DET-RPS        PIC X(25).
           05  MUNICIPIO-DET-RPS     PIC 9(7).
           05  UF-DET-RPS            PIC X(2).
           05  CEP-DET-RPS           PIC 9(8).
           05  EMAIL-DET-RPS         PIC X(30).
           05  DISCRIMINACAO-DET-RPS PIC X(60).
           05  CONTRATO-DET-RPS      PIC 9(6).
           05  SEQ-DET-RPS           PIC 9(5).
       01  CABECALHO-RPS.
           05  FILLER                PIC X(4)     VALUE "1001".
           05  CNPJ-CAB-RPS          PIC 9(14).
           05  INSCR-CAB-RPS         PIC 9(8).
           05  DATA-INI-CAB-RPS      PIC 9(8).
           05  DATA-FIM-CAB-RPS      PIC 9(8).
       01  RODAPE-RPS.
           05  FILLER                PIC X        VALUE "9".
           05  QTDE-ROD-RPS          PIC 9(7).
           05  VALOR-ROD-RPS         PIC 9(13)V99.
       01  CAB01.
           05  FILLER              PIC X(30)   VALUE
               "LOTE DE RPS (NFS-E) - PERIODO ".
           05  DATA-INI-REL        PIC 99/99/9999.
           05  FILLER              PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL        PIC 99/99/9999.
       01  CAB02.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE
           "CONTR  SEQ   CLIENTE                    DATA           VALO
      -    "R  RPS       OCORRENCIA".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
       01  LINTOT1.
           05  FILLER        PIC X(22) VALUE "RPS GERADOS........: ".
           05  QT-GERADOS-REL      PIC ZZ.ZZ9.
           05  FILLER        PIC X(10) VALUE "  VALOR: ".
           05  TOTAL-LOTE-REL      PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOT2.
           05  FILLER        PIC X(22) VALUE "JA COM RPS.........: ".
           05  QT-JA-REL           PIC ZZ.ZZ9.
       01  LINTOT3.
           05  FILLER        PIC X(22) VALUE "PENDENTES CADASTRO.: ".
           05  QT-PEND-REL         PIC ZZ.ZZ9.

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
           MOVE "CRD100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD100.
           MOVE "CRD110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD110.
           MOVE "CRD160" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD160.
           MOVE "CRD161" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD161.
           MOVE "CRD162" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD162.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD012" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD012.
           OPEN INPUT CRD100 CRD110 CGD010 CGD011 CGD012.
           OPEN I-O CRD160.
           IF ST-CRD160 = "35"
              OPEN OUTPUT CRD160
              CLOSE       CRD160
              OPEN I-O    CRD160
           END-IF.
           OPEN I-O CRD161.
           IF ST-CRD161 = "35"
              OPEN OUTPUT CRD161
              CLOSE       CRD161
              OPEN I-O    CRD161
           END-IF.
           OPEN I-O CRD162.
           IF ST-CRD162 = "35"
              OPEN OUTPUT CRD162
              CLOSE       CRD162
              OPEN I-O    CRD162
           END-IF.
           IF ST-CRD100 <> "00"
              DISPLAY "ERRO ABERTURA CRD100: " ST-CRD100
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CGD011 <> "00"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W.
           IF ST-CRD160 <> "00"
              DISPLAY "ERRO ABERTURA CRD160: " ST-CRD160
              MOVE 1 TO ERRO-W.
           IF ST-CRD161 <> "00"
              DISPLAY "ERRO ABERTURA CRD161: " ST-CRD161
              MOVE 1 TO ERRO-W.
           IF ST-CRD162 <> "00"
              DISPLAY "ERRO ABERTURA CRD162: " ST-CRD162
              MOVE 1 TO ERRO-W.
           IF COD-USUARIO-W NOT NUMERIC
              DISPLAY "Executar pelo MENU"
              MOVE 1 TO ERRO-W.
      *    CONTROLE DE AUTORIZACAO POR USUARIO (LOGD008/LOG008).
           IF ERRO-W = ZEROS
              MOVE "CRP108" TO LOG008-PROGRAMA
              CALL "LOG008" USING PARAMETROS-W LOG008-PARAMETROS
              CANCEL "LOG008"
              IF LOG008-RESULTADO = ZEROS
                 DISPLAY "USUARIO SEM AUTORIZACAO PARA CRP108"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM LE-PARAMETROS
           END-IF.

      *    REGISTRO UNICO DE PARAMETROS; NA PRIMEIRA VEZ E GRAVADO
      *    ZERADO E PRECISA SER PREENCHIDO NA OPCAO 1.
       LE-PARAMETROS SECTION.
           MOVE "1" TO CHAVE-CR160.
           READ CRD160 INVALID KEY
                INITIALIZE REG-CRD160
                MOVE "1" TO CHAVE-CR160
                WRITE REG-CRD160 INVALID KEY CONTINUE
                END-WRITE
           END-READ.

       PROCESSA-OPCOES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "OPCAO (1-PARAMETROS  2-CIDADES  3-LOTE DE RPS  "
                   "9-SAIR): ".
           ACCEPT OPCAO-W FROM CONSOLE.
           EVALUATE OPCAO-W
              WHEN 1 PERFORM ALTERA-PARAMETROS
              WHEN 2 PERFORM MANTEM-CIDADE
              WHEN 3 PERFORM GERA-LOTE
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    PARAMETROS DA NFS-E (CRD160)
      *----------------------------------------------------------------
       ALTERA-PARAMETROS SECTION.
           PERFORM LE-PARAMETROS.
           DISPLAY "BASE " BASE-CR160 " (1-TITULOS 2-RECEBIMENTOS)"
                   "  CNPJ " CNPJ-PRESTADOR-CR160
                   "  INSCR.MUNICIPAL " INSCR-MUNICIPAL-CR160.
           DISPLAY "SERIE " SERIE-RPS-CR160
                   "  ULTIMO RPS " ULTIMO-RPS-CR160
                   "  SERVICO " COD-SERVICO-CR160
                   "  ALIQUOTA " ALIQUOTA-ISS-CR160.
           DISPLAY "DISCRIMINACAO: " DISCRIMINACAO-CR160.
           DISPLAY "Alterar os parametros (S/N)? ".
           ACCEPT CONFIRMA-W FROM CONSOLE.
           IF CONFIRMA-W <> "S" AND CONFIRMA-W <> "s"
              GO ALTERA-PARAMETROS-FIM
           END-IF.
           DISPLAY "Base (1-titulos por vencimento  2-recebimentos "
                   "por data de baixa): ".
           ACCEPT BASE-CR160 FROM CONSOLE.
           IF BASE-CR160 <> 1 AND BASE-CR160 <> 2
              DISPLAY "BASE INVALIDA - PARAMETROS NAO GRAVADOS"
              GO ALTERA-PARAMETROS-FIM
           END-IF.
           DISPLAY "CNPJ do prestador (14 digitos): ".
           ACCEPT CNPJ-PRESTADOR-CR160 FROM CONSOLE.
           DISPLAY "Inscricao municipal: ".
           ACCEPT INSCR-MUNICIPAL-CR160 FROM CONSOLE.
           DISPLAY "Serie do RPS: ".
           ACCEPT SERIE-RPS-CR160 FROM CONSOLE.
           DISPLAY "Ultimo numero de RPS ja utilizado: ".
           ACCEPT ULTIMO-RPS-CR160 FROM CONSOLE.
           DISPLAY "Codigo do servico na prefeitura: ".
           ACCEPT COD-SERVICO-CR160 FROM CONSOLE.
           DISPLAY "Aliquota do ISS (%, 2 decimais): ".
           ACCEPT ALIQUOTA-ISS-CR160 FROM CONSOLE.
           DISPLAY "Texto da discriminacao do servico: ".
           ACCEPT DISCRIMINACAO-CR160 FROM CONSOLE.
           REWRITE REG-CRD160 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD160: " ST-CRD160
           END-REWRITE.
           DISPLAY "PARAMETROS GRAVADOS.".
       ALTERA-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    CODIGO DO IBGE DA CIDADE (CRD162)
      *----------------------------------------------------------------
       MANTEM-CIDADE SECTION.
           DISPLAY "Cidade (CGD012): ".
           ACCEPT CODIGO-CG12 FROM CONSOLE.
           READ CGD012 INVALID KEY
                DISPLAY "CIDADE NAO CADASTRADA EM CGD012"
                GO MANTEM-CIDADE-FIM
           END-READ.
           MOVE CODIGO-CG12 TO CIDADE-CR162.
           READ CRD162 INVALID KEY
                MOVE ZEROS TO COD-MUNICIPIO-CR162
           END-READ.
           DISPLAY NOME-CG12 " " UF-CG12
                   "  MUNICIPIO IBGE ATUAL: " COD-MUNICIPIO-CR162.
           DISPLAY "Codigo do municipio no IBGE (7 digitos): ".
           ACCEPT COD-MUNICIPIO-CR162 FROM CONSOLE.
           MOVE CODIGO-CG12 TO CIDADE-CR162.
           WRITE REG-CRD162 INVALID KEY
                 REWRITE REG-CRD162 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CRD162: " ST-CRD162
                 END-REWRITE
           END-WRITE.
           DISPLAY "CIDADE GRAVADA.".
       MANTEM-CIDADE-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LOTE DE RPS DO PERIODO
      *----------------------------------------------------------------
       GERA-LOTE SECTION.
           PERFORM LE-PARAMETROS.
           IF BASE-CR160 = ZEROS OR CNPJ-PRESTADOR-CR160 = ZEROS
              OR SERIE-RPS-CR160 = SPACES
              DISPLAY "PARAMETROS DA NFS-E NAO PREENCHIDOS (OPCAO 1)"
              GO GERA-LOTE-FIM
           END-IF.
           IF BASE-CR160 = 2 AND ST-CRD110 <> "00"
              DISPLAY "ERRO ABERTURA CRD110: " ST-CRD110
              GO GERA-LOTE-FIM
           END-IF.
           DISPLAY "Data inicial (AAAAMMDD): ".
           ACCEPT DATA-INI-W FROM CONSOLE.
           DISPLAY "Data final (AAAAMMDD): ".
           ACCEPT DATA-FIM-W FROM CONSOLE.
           IF DATA-INI-W = ZEROS OR DATA-FIM-W < DATA-INI-W
              DISPLAY "PERIODO INVALIDO"
              GO GERA-LOTE-FIM
           END-IF.
           MOVE ZEROS TO QT-GERADOS-W QT-JA-ENVIADOS-W QT-PENDENTES-W
                         TOTAL-LOTE-W.
           ACCEPT HORA-W FROM TIME.
           MOVE SPACES TO RPS-PATH-W.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\RPS"
                  DATA-HOJE-W HORA-W(1: 4) ".TXT"
                  DELIMITED BY SIZE INTO RPS-PATH-W.
           OPEN OUTPUT LOTE-RPS.
           IF ST-RPS <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO DE RPS: " ST-RPS
              GO GERA-LOTE-FIM
           END-IF.
           MOVE CNPJ-PRESTADOR-CR160  TO CNPJ-CAB-RPS.
           MOVE INSCR-MUNICIPAL-CR160 TO INSCR-CAB-RPS.
           MOVE DATA-INI-W            TO DATA-INI-CAB-RPS DATA-INI-REL.
           MOVE DATA-FIM-W            TO DATA-FIM-CAB-RPS DATA-FIM-REL.
           WRITE REG-RPS FROM CABECALHO-RPS.
           OPEN OUTPUT RELAT.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB02.
           MOVE 4 TO LIN.
           IF BASE-CR160 = 1
              PERFORM SELECIONA-TITULOS
           ELSE
              PERFORM SELECIONA-RECEBIMENTOS
           END-IF.
           MOVE QT-GERADOS-W TO QTDE-ROD-RPS.
           MOVE TOTAL-LOTE-W TO VALOR-ROD-RPS.
           WRITE REG-RPS FROM RODAPE-RPS.
           CLOSE LOTE-RPS.
      *    O ULTIMO NUMERO SO AVANCA COM O LOTE FECHADO.
           REWRITE REG-CRD160 INVALID KEY
                DISPLAY "ERRO REGRAVACAO CRD160: " ST-CRD160
           END-REWRITE.
           MOVE QT-GERADOS-W     TO QT-GERADOS-REL.
           MOVE TOTAL-LOTE-W     TO TOTAL-LOTE-REL.
           MOVE QT-JA-ENVIADOS-W TO QT-JA-REL.
           MOVE QT-PENDENTES-W   TO QT-PEND-REL.
           WRITE REG-RELAT FROM LINTOT1 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2 AFTER 1.
           WRITE REG-RELAT FROM LINTOT3 AFTER 1.
           CLOSE RELAT.
           DISPLAY "ARQUIVO GERADO: " RPS-PATH-W.
           DISPLAY "RPS GERADOS: " QT-GERADOS-W
                   "  PENDENTES DE CADASTRO: " QT-PENDENTES-W.
       GERA-LOTE-FIM.
           EXIT.

      *    BASE 1: TITULOS COM VENCIMENTO NO PERIODO, EM ABERTO OU
      *    BAIXADOS (SUSPENSO, RENEGOCIADO E CANCELADO NAO FATURAM -
      *    A PARCELA DO ACORDO E QUE FATURA).
       SELECIONA-TITULOS SECTION.
           INITIALIZE CHAVE-CR100.
           START CRD100 KEY IS NOT < CHAVE-CR100 INVALID KEY
                 MOVE "10" TO ST-CRD100.
           PERFORM UNTIL ST-CRD100 = "10"
              READ CRD100 NEXT RECORD AT END MOVE "10" TO ST-CRD100
              NOT AT END
                IF DATA-VENCTO-CR100 NOT < DATA-INI-W
                   AND DATA-VENCTO-CR100 NOT > DATA-FIM-W
                   AND (SITUACAO-CR100 = 0 OR SITUACAO-CR100 = 2)
                   MOVE VALOR-TOT-CR100 TO VALOR-RPS-W
                   PERFORM PROCESSA-TITULO
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD100.

      *    BASE 2: RECEBIMENTOS (BAIXAS CRD110) NO PERIODO, PELO VALOR
      *    RECEBIDO.
       SELECIONA-RECEBIMENTOS SECTION.
           INITIALIZE CHAVE-CR110.
           START CRD110 KEY IS NOT < CHAVE-CR110 INVALID KEY
                 MOVE "10" TO ST-CRD110.
           PERFORM UNTIL ST-CRD110 = "10"
              READ CRD110 NEXT RECORD AT END MOVE "10" TO ST-CRD110
              NOT AT END
                IF DATA-BAIXA-CR110 NOT < DATA-INI-W
                   AND DATA-BAIXA-CR110 NOT > DATA-FIM-W
                   MOVE CHAVE-CR110 TO CHAVE-CR100
                   READ CRD100 INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        MOVE VALOR-BAIXADO-CR110 TO VALOR-RPS-W
                        PERFORM PROCESSA-TITULO
                   END-READ
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD110.

       PROCESSA-TITULO SECTION.
           MOVE SPACES TO LINDET-REL OCORRENCIA-W.
           MOVE CONTRATO-CR100 TO LINDET-REL(1: 6).
           MOVE SEQ-CR100      TO LINDET-REL(8: 5).
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CG10.
           MOVE COD-CLIENTE-CR100 TO CODIGO-CG10.
           READ CGD010 INVALID KEY MOVE SPACES TO NOME-CG10
           END-READ.
           MOVE NOME-CG10(1: 25)    TO LINDET-REL(14: 25).
           MOVE DATA-VENCTO-CR100   TO LINDET-REL(41: 8).
           MOVE VALOR-RPS-W         TO VALOR-E-W.
           MOVE VALOR-E-W           TO LINDET-REL(50: 13).
           PERFORM VERIFICA-RPS-TITULO.
           IF TEM-RPS-W = 1
              ADD 1 TO QT-JA-ENVIADOS-W
              GO PROCESSA-TITULO-FIM
           END-IF.
           PERFORM DADOS-TOMADOR.
           IF OCORRENCIA-W NOT = SPACES
              ADD 1 TO QT-PENDENTES-W
              MOVE OCORRENCIA-W TO LINDET-REL(73: 28)
           ELSE
              PERFORM GRAVA-RPS
              MOVE NR-RPS-CR161 TO LINDET-REL(63: 9)
              MOVE "RPS GERADO"  TO LINDET-REL(73: 28)
           END-IF.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           IF LIN > 56
              WRITE REG-RELAT FROM CAB01 AFTER PAGE
              WRITE REG-RELAT FROM CAB02
              WRITE REG-RELAT FROM CAB03
              WRITE REG-RELAT FROM CAB02
              MOVE 4 TO LIN
           END-IF.
       PROCESSA-TITULO-FIM.
           EXIT.

      *    TITULO COM RPS ENVIADO (AGUARDANDO RETORNO) OU COM NFS-E
      *    EMITIDA NAO VAI DE NOVO; SO O REJEITADO E REENVIADO.
       VERIFICA-RPS-TITULO SECTION.
           MOVE ZEROS TO TEM-RPS-W.
           MOVE CONTRATO-CR100 TO CONTRATO-CR161.
           MOVE SEQ-CR100      TO SEQ-CR161.
           START CRD161 KEY IS = TITULO-CR161 INVALID KEY
                 MOVE "10" TO ST-CRD161.
           PERFORM UNTIL ST-CRD161 = "10"
              READ CRD161 NEXT RECORD AT END MOVE "10" TO ST-CRD161
              NOT AT END
                IF CONTRATO-CR161 <> CONTRATO-CR100
                   OR SEQ-CR161 <> SEQ-CR100
                   MOVE "10" TO ST-CRD161
                ELSE
                   IF SITUACAO-CR161 <> 2
                      MOVE 1 TO TEM-RPS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD161.

      *    TOMADOR = CLIENTE DO TITULO, COM O ENDERECO DE COBRANCA DO
      *    CGD011. SEM CPF/CNPJ OU SEM CODIGO DO IBGE PARA A CIDADE O
      *    TITULO FICA PENDENTE.
       DADOS-TOMADOR SECTION.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CG11.
           MOVE COD-CLIENTE-CR100 TO CODIGO-CG11.
           READ CGD011 INVALID KEY
                MOVE "SEM COMPLEMENTO CGD011" TO OCORRENCIA-W
                GO DADOS-TOMADOR-FIM
           END-READ.
           IF CPF1-CG11 = ZEROS
              MOVE "CLIENTE SEM CPF/CNPJ" TO OCORRENCIA-W
              GO DADOS-TOMADOR-FIM
           END-IF.
           IF TIPO-PESSOA-CG11 = "J"
              MOVE 2 TO INDICADOR-W
           ELSE
              MOVE 1 TO INDICADOR-W
           END-IF.
           MOVE CPF1-CG11 TO DOCTO-TOMADOR-W.
           MOVE SPACES TO UF-W.
           MOVE CIDADE1-CG11 TO CODIGO-CG12.
           READ CGD012 INVALID KEY
                MOVE SPACES TO UF-CG12
           END-READ.
           MOVE UF-CG12 TO UF-W.
           MOVE CIDADE1-CG11 TO CIDADE-CR162.
           READ CRD162 INVALID KEY
                MOVE ZEROS TO COD-MUNICIPIO-CR162
           END-READ.
           IF COD-MUNICIPIO-CR162 = ZEROS
              MOVE "CIDADE SEM CODIGO IBGE" TO OCORRENCIA-W
              GO DADOS-TOMADOR-FIM
           END-IF.
           MOVE COD-MUNICIPIO-CR162 TO MUNICIPIO-W.
       DADOS-TOMADOR-FIM.
           EXIT.

       GRAVA-RPS SECTION.
           ADD 1 TO ULTIMO-RPS-CR160.
           INITIALIZE REG-CRD161.
           MOVE SERIE-RPS-CR160   TO SERIE-CR161.
           MOVE ULTIMO-RPS-CR160  TO NR-RPS-CR161.
           MOVE CONTRATO-CR100    TO CONTRATO-CR161.
           MOVE SEQ-CR100         TO SEQ-CR161.
           MOVE CLASSIF-CLI-CR100 TO CLASSIF-CLI-CR161.
           MOVE COD-CLIENTE-CR100 TO COD-CLIENTE-CR161.
           MOVE DATA-HOJE-W       TO DATA-EMISSAO-CR161.
           MOVE VALOR-RPS-W       TO VALOR-CR161.
           MOVE ZEROS             TO SITUACAO-CR161.
           MOVE COD-USUARIO-W     TO DIGITADOR-CR161.
           WRITE REG-CRD161 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CRD161: " ST-CRD161
                         " RPS " NR-RPS-CR161
           END-WRITE.
           MOVE SERIE-RPS-CR160     TO SERIE-DET-RPS.
           MOVE ULTIMO-RPS-CR160    TO NR-DET-RPS.
           MOVE DATA-HOJE-W         TO DATA-DET-RPS.
           MOVE VALOR-RPS-W         TO VALOR-DET-RPS.
           MOVE COD-SERVICO-CR160   TO SERVICO-DET-RPS.
           MOVE ALIQUOTA-ISS-CR160  TO ALIQUOTA-DET-RPS.
           MOVE INDICADOR-W         TO INDICADOR-DET-RPS.
           MOVE DOCTO-TOMADOR-W     TO DOCTO-DET-RPS.
           MOVE NOME-CG10           TO NOME-DET-RPS.
           MOVE ENDERECO1-CG11      TO ENDERECO-DET-RPS.
           MOVE COMPLEMENTO1-CG11   TO COMPLEMENTO-DET-RPS.
           MOVE BAIRRO1-CG11        TO BAIRRO-DET-RPS.
           MOVE MUNICIPIO-W         TO MUNICIPIO-DET-RPS.
           MOVE UF-W                TO UF-DET-RPS.
           MOVE CEP1-CG11           TO CEP-DET-RPS.
           MOVE E-MAIL1-CG11        TO EMAIL-DET-RPS.
           MOVE DISCRIMINACAO-CR160 TO DISCRIMINACAO-DET-RPS.
           MOVE CONTRATO-CR100      TO CONTRATO-DET-RPS.
           MOVE SEQ-CR100           TO SEQ-DET-RPS.
           WRITE REG-RPS FROM DETALHE-RPS.
           ADD 1           TO QT-GERADOS-W.
           ADD VALOR-RPS-W TO TOTAL-LOTE-W.

       FINALIZAR-PROGRAMA SECTION.
           CLOSE CRD100 CRD110 CRD160 CRD161 CRD162 CGD010 CGD011
                 CGD012.
           EXIT PROGRAM.
