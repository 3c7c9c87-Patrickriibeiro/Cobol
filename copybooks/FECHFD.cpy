       FD  FOLHA-FECHADAS-FILE.
       01  FECH-COMPETENCIA-REC.
           05  FECH-COMPETENCIA PIC 9(6).
           05  FECH-DATA        PIC 9(8).
