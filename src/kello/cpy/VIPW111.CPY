       FD  VID111.
       01  REG-VID111.
           05  CHAVE-V111.
               10  CONTRATO-V111       PIC 9(8).
               10  ITEM-V111           PIC 9(2).
               10  TIPO-V111           PIC 9.
               10  SEQ-V111            PIC 9(3).
