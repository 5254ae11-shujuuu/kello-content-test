       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP152.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Subprograma compartilhado do preço em vigor do
      *catálogo de produtos. Chamado pelo LBP151, LBP219 e LBP144
      *com produto e data (área LBP152-PARAMETROS, copybook
      *LBPW152C); devolve o cadastro do produto (LBD062) e o preço
      *cuja vigência (LBD063) cobre a data - o de início mais recente
      *até a data, desde que a vigência dele não tenha terminado
      *antes dela.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX062.
           COPY LBPX063.

       DATA DIVISION.
       FILE SECTION.
       COPY LBPW062.
       COPY LBPW063.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-LBD062             PIC XX       VALUE SPACES.
           05  ST-LBD063             PIC XX       VALUE SPACES.
           05  FIM-VIGENCIA-W        PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
           COPY "PARAMETR".
           COPY LBPW152C.
       PROCEDURE DIVISION USING PARAMETROS-W LBP152-PARAMETROS.
       MAIN-PROCESS SECTION.
           MOVE ZEROS  TO LBP152-RESULTADO LBP152-TIPO LBP152-SITUACAO
                          LBP152-VALOR LBP152-INICIO.
           MOVE SPACES TO LBP152-DESCRICAO.
           MOVE EMPRESA-W TO EMP-REC.
           MOVE "LBD062" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD062.
           MOVE "LBD063" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LBD063.
      *    SEM CATALOGO NA EMPRESA O PRODUTO E TRATADO COMO FORA DELE
           OPEN INPUT LBD062.
           IF ST-LBD062 <> "00"
              GO FINALIZAR-LBP152
           END-IF.
           MOVE LBP152-PRODUTO TO CODIGO-L62.
           READ LBD062 INVALID KEY
                CLOSE LBD062
                GO FINALIZAR-LBP152
           END-READ.
           MOVE TIPO-L62      TO LBP152-TIPO.
           MOVE DESCRICAO-L62 TO LBP152-DESCRICAO.
           MOVE SITUACAO-L62  TO LBP152-SITUACAO.
           MOVE 2             TO LBP152-RESULTADO.
           CLOSE LBD062.
           OPEN INPUT LBD063.
           IF ST-LBD063 <> "00"
              GO FINALIZAR-LBP152
           END-IF.
           PERFORM PROCURA-VIGENCIA.
           CLOSE LBD063.
       FINALIZAR-LBP152.
           EXIT PROGRAM.

      *    HISTORICO EM ORDEM DE INICIO: FICA O ULTIMO COM INICIO ATE
      *    A DATA; VALE SE A VIGENCIA DELE AINDA COBRE A DATA.
       PROCURA-VIGENCIA SECTION.
           MOVE ZEROS TO FIM-VIGENCIA-W.
           MOVE LBP152-PRODUTO TO CODIGO-L63.
           MOVE ZEROS          TO INICIO-VIGENCIA-L63.
           START LBD063 KEY IS NOT < CHAVE-L63 INVALID KEY
                 MOVE "10" TO ST-LBD063.
           PERFORM UNTIL ST-LBD063 = "10"
              READ LBD063 NEXT RECORD AT END MOVE "10" TO ST-LBD063
              NOT AT END
                IF CODIGO-L63 <> LBP152-PRODUTO
                   OR INICIO-VIGENCIA-L63 > LBP152-DATA
                   MOVE "10" TO ST-LBD063
                ELSE
                   MOVE VALOR-L63           TO LBP152-VALOR
                   MOVE INICIO-VIGENCIA-L63 TO LBP152-INICIO
                   MOVE FIM-VIGENCIA-L63    TO FIM-VIGENCIA-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE ZEROS TO ST-LBD063.
           IF LBP152-INICIO = ZEROS
              GO PROCURA-VIGENCIA-FIM
           END-IF.
           IF FIM-VIGENCIA-W > ZEROS AND FIM-VIGENCIA-W < LBP152-DATA
              MOVE ZEROS TO LBP152-VALOR LBP152-INICIO
              GO PROCURA-VIGENCIA-FIM
           END-IF.
           MOVE 1 TO LBP152-RESULTADO.
       PROCURA-VIGENCIA-FIM.
           EXIT.
