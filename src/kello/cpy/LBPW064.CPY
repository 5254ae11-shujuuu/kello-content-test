      * DE-PARA DOS EVENTOS VARIAVEIS DA FOLHA (LBP153): PARA CADA
      * ORIGEM APURADA AQUI, O CODIGO DE EVENTO DO SISTEMA DO
      * ESCRITORIO DE FOLHA. ORIGENS:
      *   01 HORAS EXTRAS 50% ...... MINUTOS ACIMA DO LIMITE DO DIA
      *                              (LBD036) EM DIA UTIL (LBP127);
      *   02 HORAS EXTRAS 100% ..... MINUTOS TRABALHADOS NO DOMINGO;
      *   03 ADICIONAL NOTURNO ..... MINUTOS DENTRO DA JANELA NOTURNA
      *                              DOS PARAMETROS (LBD067);
      *   04 DESCONTO .............. AVARIA DE CAMERA: INCIDENTES DO
      *                              VID028 (VIP029) COM RESPONSAVEL
      *                              2-FUNCIONARIO, NA COMPETENCIA DA
      *                              DATA DA DECISAO;
      *   05 PREMIO ................ DIAS EM QUE O TURNO DO
      *                              FUNCIONARIO BATEU A META GERAL
      *                              (LBD033, MESMA CONTA DO LBP118).
       FD  LBD064.
       01  REG-LBD064.
           05  ORIGEM-L64              PIC 9(2).
           05  EVENTO-FOLHA-L64        PIC X(6)      VALUE SPACES.
           05  DESCRICAO-L64           PIC X(30)     VALUE SPACES.
           05  DATA-ALTERACAO-L64      PIC 9(8)      VALUE ZEROS.
           05  USUARIO-L64             PIC 9(6)      VALUE ZEROS.
       01  PATH-LBD064                 PIC X(30).
