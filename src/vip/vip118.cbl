      *Itens ainda sem aprovação saem como EM ABERTO e ficam fora
      *das médias - o número que faltava antes de prometer prazo.

      *MODIFICAÇÕES:
      *15/10/2026 - ALTERAÇÃO - CONTRATO COM 8 DÍGITOS (VID111 9(8));
      *             COLUNAS DO DETALHE DESLOCADAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA
      *    DATAS DAS ETAPAS DO ITEM CORRENTE (1-5)
           05  TAB-ETAPA.
               10  TE-DATA OCCURS 5 TIMES PIC 9(8).
           05  ITEM-CONTRATO-W       PIC 9(8)     VALUE ZEROS.
           05  ITEM-ITEM-W           PIC 9(2)     VALUE ZEROS.
           05  ITEM-TIPO-W           PIC 9        VALUE ZEROS.
           05  TEM-ITEM-W            PIC 9        VALUE ZEROS.
           05  FILLER              PIC X(95)   VALUE ALL "=".
       01  CAB03.
           05  FILLER              PIC X(95)   VALUE
           "CONTRATO IT T EDICAO   REVISAO  REJEIC   REAPRES  APROV
      -    "    DIAS".
       01  LINDET.
           05  LINDET-REL          PIC X(100)  VALUE SPACES.
              GO FECHA-ITEM-LIMPA
           END-IF.
           MOVE SPACES TO LINDET-REL.
           MOVE ITEM-CONTRATO-W TO LINDET-REL(1: 8).
           MOVE ITEM-ITEM-W     TO LINDET-REL(10: 2).
           MOVE ITEM-TIPO-W     TO LINDET-REL(13: 1).
           MOVE TE-DATA(1)      TO LINDET-REL(15: 8).
           MOVE TE-DATA(2)      TO LINDET-REL(24: 8).
           MOVE TE-DATA(3)      TO LINDET-REL(33: 8).
           MOVE TE-DATA(4)      TO LINDET-REL(42: 8).
           MOVE TE-DATA(5)      TO LINDET-REL(51: 8).
           IF TE-DATA(5) = ZEROS
              ADD 1 TO QT-ABERTOS-W
              MOVE "EM ABERTO" TO LINDET-REL(60: 9)
