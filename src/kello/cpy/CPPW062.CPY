      * RETRATO DO DIARIO ENVIADO AO CONTADOR: UMA LINHA POR
      * LANCAMENTO DA COMPETENCIA FECHADA, COMO SAIU NO ULTIMO
      * FECHAMENTO (CPP071). NO FECHAMENTO SEGUINTE A UMA REABERTURA
      * O DIARIO DE DIFERENCAS SAI DA COMPARACAO DO MOVIMENTO ATUAL
      * COM ESTE RETRATO (LINHA NOVA, ESTORNO DA LINHA QUE SUMIU OU
      * MUDOU) E O RETRATO E ATUALIZADO.
      * ORIGEM IGUAL A DO MAPA CPD054; DOC IDENTIFICA O MOVIMENTO:
      *   1 - FORNECEDOR + SEQUENCIA + SEQUENCIA DA BAIXA (CPD030)
      *   2/3 - DATA + SEQUENCIA DO LANCAMENTO (CXD021)
      *   4 - TIPO DE FILME (CUSTO DE REVELACAO DO MES).
      * VISTO: MARCA DE TRABALHO DA COMPARACAO.
       FD  CPD062.
       01  REG-CPD062.
           05  CHAVE-CP62.
               10  COMPETENCIA-CP62    PIC 9(6).
               10  ORIGEM-CP62         PIC 9.
               10  DOC-CP62            PIC X(20).
           05  CONTA-CP62              PIC X(10)     VALUE SPACES.
           05  DATA-CP62               PIC 9(8)      VALUE ZEROS.
           05  VALOR-CP62              PIC 9(10)V99  VALUE ZEROS.
           05  HISTORICO-CP62          PIC X(40)     VALUE SPACES.
           05  VISTO-CP62              PIC 9         VALUE ZEROS.
       01  PATH-CPD062                 PIC X(30).
