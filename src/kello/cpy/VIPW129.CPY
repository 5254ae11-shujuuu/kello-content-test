      * CATALOGO DE MUSICAS USADAS NA EDICAO DE VIDEO, MANTIDO PELO
      * VIP129 PARA NAO REDIGITAR TITULO/AUTOR/INTERPRETE A CADA
      * EDICAO. AUTOR = COMPOSITOR(ES) DA OBRA, COMO O ECAD PEDE;
      * ISRC QUANDO CONHECIDO. DURACAO DA GRAVACAO EM SEGUNDOS,
      * SUGERIDA COMO TEMPO USADO NA LISTA DA EDICAO (VID130).
       FD  VID129.
       01  REG-VID129.
           05  CODIGO-V129             PIC 9(5).
           05  TITULO-V129             PIC X(40)     VALUE SPACES.
           05  AUTOR-V129              PIC X(30)     VALUE SPACES.
           05  INTERPRETE-V129         PIC X(30)     VALUE SPACES.
           05  ISRC-V129               PIC X(12)     VALUE SPACES.
           05  DURACAO-V129            PIC 9(5)      VALUE ZEROS.
           05  DATA-CADASTRO-V129      PIC 9(8)      VALUE ZEROS.
           05  DIGITADOR-V129          PIC 9(6)      VALUE ZEROS.
       01  PATH-VID129                 PIC X(30).
