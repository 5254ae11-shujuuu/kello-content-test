      *             REVISÃO NA GRAVAÇÃO NOVA, REJEITADA NA REJEIÇÃO,
      *             APROVADA NA REGRAVAÇÃO SEM PENDÊNCIA COM REVISOR
      *             - A BASE DO LEAD-TIME DO VIP118.
      *15/10/2026 - ALTERAÇÃO - RECUSA EDITOR OU REVISOR DESLIGADO
      *             (CGD003/CGP045) EM DATA POSTERIOR AO DESLIGAMENTO
      *             (SUBPROGRAMA CGP046).

       ENVIRONMENT DIVISION.
       class-control.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  VALIDACAO-OK-W        PIC 9        VALUE ZEROS.
           05  DATA-LANCTO-W         PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".
           COPY VIPW117C.
           COPY CGPW046C.

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.

       SALVAR-DADOS SECTION.
           PERFORM VALIDA-AUTO-REVISAO.
           IF VALIDACAO-OK-W = 1
              PERFORM VALIDA-DESLIGADOS
           END-IF.
           IF VALIDACAO-OK-W = 1
              MOVE GS-CONTRATO        TO CONTRATO-V110
              MOVE GS-ITEM            TO ITEM-V110
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.

      *    Editor e revisor desligados (CGP045) não recebem item com
      *    data posterior ao desligamento; sem data, vale a de hoje.
       VALIDA-DESLIGADOS SECTION.
           MOVE 1 TO VALIDACAO-OK-W.
           MOVE GS-DATA TO DATA-LANCTO-W.
           IF DATA-LANCTO-W = ZEROS
              ACCEPT DATA-LANCTO-W FROM DATE YYYYMMDD
           END-IF.
           MOVE GS-FUNCIONARIO TO CGP046-CODIGO.
           MOVE DATA-LANCTO-W  TO CGP046-DATA.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              MOVE ZEROS TO VALIDACAO-OK-W
              MOVE "EDITOR DESLIGADO - NAO GRAVADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO VALIDA-DESLIGADOS-FIM
           END-IF.
           MOVE GS-REVISOR     TO CGP046-CODIGO.
           MOVE DATA-LANCTO-W  TO CGP046-DATA.
           CALL "CGP046" USING PARAMETROS-W CGP046-PARAMETROS.
           CANCEL "CGP046".
           IF CGP046-DESLIGADO = 1
              MOVE ZEROS TO VALIDACAO-OK-W
              MOVE "REVISOR DESLIGADO - NAO GRAVADO"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       VALIDA-DESLIGADOS-FIM.
           EXIT.

      *    Registra a rejeição de uma edição pelo revisor, gravando o
      *    código do motivo e uma observação livre no próprio
      *    registro do VID110.
