       COPY DSLANG.CPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP079.
       AUTHOR. MANUTENCAO KELLO.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: Subprograma compartilhado do fechamento financeiro
      *mensal. Chamado pelos programas que gravam baixas e
      *lançamentos de caixa (CPP056, CPP076, CRP101, CRP024, CRP025,
      *CRP105, CRP111, CXP021, CXP023, CPP020T) com a data do
      *movimento (área CPP079-PARAMETROS, copybook CPPW079C);
      *devolve CPP079-FECHADA = 1 quando a competência
      *dessa data está fechada em CPD060 pelo CPP071 - o movimento
      *então não pode ser incluído, alterado nem excluído.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX060.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW060.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CPD060             PIC XX       VALUE SPACES.
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
           COPY CPPW079C.
       PROCEDURE DIVISION USING PARAMETROS-W CPP079-PARAMETROS.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO CPP079-FECHADA.
           MOVE EMPRESA-W TO EMP-REC.
           MOVE "CPD060" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD060.
      *    SEM ARQUIVO NENHUMA COMPETENCIA FOI FECHADA AINDA
           OPEN INPUT CPD060.
           IF ST-CPD060 <> "00"
              GO FINALIZAR-CPP079
           END-IF.
           MOVE CPP079-DATA(1: 6) TO COMPETENCIA-CP60.
           READ CPD060 INVALID KEY
                MOVE ZEROS TO SITUACAO-CP60
           END-READ.
           IF SITUACAO-CP60 = 1
              MOVE 1 TO CPP079-FECHADA
           END-IF.
           CLOSE CPD060.
       FINALIZAR-CPP079.
           EXIT PROGRAM.
